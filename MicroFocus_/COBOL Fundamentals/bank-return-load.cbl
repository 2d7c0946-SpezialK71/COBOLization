000100*=============================================================
000200* PROGRAM      : BNKLOAD
000300* DESCRIPTION  : LOADS THE BANK'S RETURN/ACKNOWLEDGEMENT FILE FOR
000400*                ONE PAYMENT FILE WE SENT - A REGULAR PERIOD'S
000500*                BANKPAY OR AN OFF-CYCLE RUN'S OFFBANK. EVERY
000600*                RETURNED PAYMENT MUST MATCH THE PAY STATEMENT
000700*                DETAIL ROW IT WAS PAID FROM (PERIOD, EMPLOYEE,
000800*                NET PAY, BANK DETAILS AND CURRENCY), MUST NOT
000900*                ALREADY BE LOADED, AND THE FILE MUST BALANCE TO
001000*                ITS TRAILER BEFORE ANYTHING IS APPLIED - ONE BAD
001100*                RECORD APPLIES NOTHING AT ALL, AS IN DEDLOAD.
001200*                EACH RETURN THEN GOES ON THE OUTSTANDING REISSUE
001300*                FILE FOR OFFCYCLE TO PAY, AND THE EMPLOYEE'S BANK
001400*                DETAILS ARE MARKED RETURNED SO PAYREG SENDS THEM
001500*                TO THE EXCEPTION LISTING INSTEAD OF PAYING INTO A
001600*                DEAD ACCOUNT AGAIN. THE SETTLEMENT REPORT PROVES
001700*                THE BANK'S ACCEPTED PLUS RETURNED TOTALS AGAINST
001800*                THE TRAILER OF THE PAYMENT FILE WE SENT, AND
001900*                LISTS EVERY REISSUE STILL OUTSTANDING.
002000*=============================================================
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. BNKLOAD.
002300 AUTHOR. T. OKAFOR.
002400 INSTALLATION. PAYROLL SYSTEMS GROUP.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.
002700* MODIFICATION HISTORY
002800* DATE       INIT DESCRIPTION
002900* 2026-10-15 TO   INITIAL VERSION - A BOUNCED DEPOSIT USED TO
003000*                 REACH PAYROLL ONLY THROUGH THE EMPLOYEE, AND THE
003100*                 MASTER KEPT THE DEAD ACCOUNT FOR THE NEXT
003200*                 PERIOD.
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BANK-RETURN-FILE
004100         ASSIGN TO "BANKRET"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-BANKRET-STATUS.
004400
004500     SELECT EMPLOYEE-MASTER-FILE
004600         ASSIGN TO "EMPMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS EMP-EMPLOYEE-NUMBER
005000         ALTERNATE RECORD KEY IS EMP-LAST-NAME
005100             WITH DUPLICATES
005200         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-EMPMAST-STATUS.
005500
005600     SELECT PAY-STATEMENT-DETAIL-FILE
005700         ASSIGN TO "PAYDTL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS PSD-KEY
006100         FILE STATUS IS WS-PAYDTL-STATUS.
006200
006300     SELECT REISSUE-FILE
006400         ASSIGN TO "REISSUE"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RIS-KEY
006800         FILE STATUS IS WS-REISSUE-STATUS.
006900
007000* THE PAYMENT FILE THE RETURN FILE ANSWERS - BANKPAY FOR A
007100* REGULAR PERIOD, OFFBANK FOR AN OFF-CYCLE RUN.
007200     SELECT BANK-PAYMENT-FILE
007300         ASSIGN TO "BANKPAY"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-BANKPAY-STATUS.
007600
007700     SELECT SETTLEMENT-REPORT-FILE
007800         ASSIGN TO "BNKSTL"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-BNKSTL-STATUS.
008100
008200     SELECT LOAD-EXCEPTION-FILE
008300         ASSIGN TO "BNKEXCP"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-BNKEXCP-STATUS.
008600
008700     SELECT RUN-LOG-FILE
008800         ASSIGN TO "RUNLOG"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-RUNLOG-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400* BANK RETURN RECORD - ONE HEADER NAMING THE PERIOD (OR OFF-CYCLE
009500* RUN) PAID AND THE SETTLEMENT DATE, ONE DETAIL PER RETURNED
009600* PAYMENT IN ASCENDING EMPLOYEE ORDER, AND ONE TRAILER WITH THE
009700* BANK'S ACCEPTED AND RETURNED COUNTS AND TOTALS.
009800 FD  BANK-RETURN-FILE.
009900 01  BANK-RETURN-RECORD.
010000     05  BRET-RECORD-TYPE            PIC X(01).
010100         88  BRET-IS-HEADER                  VALUE "H".
010200         88  BRET-IS-RETURN                  VALUE "R".
010300         88  BRET-IS-TRAILER                 VALUE "T".
010400     05  BRET-DETAIL-FIELDS.
010500         10  BRET-EMPLOYEE-NUMBER-X  PIC X(05).
010600         10  BRET-EMPLOYEE-NUMBER
010700             REDEFINES BRET-EMPLOYEE-NUMBER-X
010800                                     PIC 9(05).
010900         10  BRET-BANK-ROUTING-X     PIC X(09).
011000         10  BRET-BANK-ROUTING REDEFINES BRET-BANK-ROUTING-X
011100                                     PIC 9(09).
011200         10  BRET-BANK-ACCOUNT       PIC X(17).
011300         10  BRET-AMOUNT-X           PIC X(11).
011400         10  BRET-AMOUNT REDEFINES BRET-AMOUNT-X
011500                                     PIC 9(09)V9(02).
011600         10  BRET-CURRENCY-CODE      PIC X(03).
011700         10  BRET-RETURN-REASON      PIC X(03).
011800         10  FILLER                  PIC X(02).
011900     05  BRET-HEADER-FIELDS REDEFINES BRET-DETAIL-FIELDS.
012000         10  BRET-HDR-PERIOD-NUMBER-X
012100                                     PIC X(03).
012200         10  BRET-HDR-PERIOD-NUMBER
012300             REDEFINES BRET-HDR-PERIOD-NUMBER-X
012400                                     PIC 9(03).
012500         10  BRET-HDR-SETTLEMENT-DATE
012600                                     PIC 9(08).
012700         10  FILLER                  PIC X(39).
012800     05  BRET-TRAILER-FIELDS REDEFINES BRET-DETAIL-FIELDS.
012900         10  BRET-TRL-ACCEPTED-COUNT PIC 9(07).
013000         10  BRET-TRL-ACCEPTED-TOTAL PIC 9(11)V9(02).
013100         10  BRET-TRL-RETURN-COUNT   PIC 9(07).
013200         10  BRET-TRL-RETURN-TOTAL   PIC 9(11)V9(02).
013300         10  FILLER                  PIC X(10).
013400
013500* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER. OPENED I-O
013600* TO MARK THE BANK DETAILS RETURNED.
013700 FD  EMPLOYEE-MASTER-FILE.
013800     COPY EMPREC.
013900
014000* PAY STATEMENT DETAIL RECORD - KEYED BY PERIOD + EMPLOYEE. READ
014100* ONLY, TO MATCH EACH RETURN TO THE PAYMENT IT BOUNCED.
014200 FD  PAY-STATEMENT-DETAIL-FILE.
014300     COPY PSDREC.
014400
014500* OUTSTANDING REISSUE RECORD - KEYED BY EMPLOYEE + PERIOD.
014600 FD  REISSUE-FILE.
014700     COPY RISREC.
014800
014900* BANK PAYMENT RECORD - READ THROUGH TO ITS TRAILER ONLY.
015000 FD  BANK-PAYMENT-FILE.
015100     COPY BPRREC.
015200
015300 FD  SETTLEMENT-REPORT-FILE.
015400 01  SETTLEMENT-REPORT-LINE          PIC X(132).
015500
015600 FD  LOAD-EXCEPTION-FILE.
015700 01  LOAD-EXCEPTION-LINE              PIC X(80).
015800
015900* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
016000 FD  RUN-LOG-FILE.
016100     COPY RLGREC.
016200
016300 WORKING-STORAGE SECTION.
016400 01  WS-FILE-STATUSES.
016500     05  WS-BANKRET-STATUS           PIC X(02) VALUE ZEROS.
016600     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
016700     05  WS-PAYDTL-STATUS            PIC X(02) VALUE ZEROS.
016800     05  WS-REISSUE-STATUS           PIC X(02) VALUE ZEROS.
016900     05  WS-BANKPAY-STATUS           PIC X(02) VALUE ZEROS.
017000     05  WS-BNKSTL-STATUS            PIC X(02) VALUE ZEROS.
017100     05  WS-BNKEXCP-STATUS           PIC X(02) VALUE ZEROS.
017200     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
017300
017400 01  WS-SWITCHES.
017500     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
017600         88  END-OF-RETURN-FILE              VALUE "Y".
017700     05  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
017800         88  RETURN-IS-REJECTED              VALUE "Y".
017900     05  WS-TRAILER-SWITCH           PIC X(01) VALUE "N".
018000         88  RETURN-TRAILER-SEEN             VALUE "Y".
018100     05  WS-BALANCE-SWITCH           PIC X(01) VALUE "N".
018200         88  RETURN-IS-OUT-OF-BALANCE        VALUE "Y".
018300     05  WS-BPR-EOF-SWITCH           PIC X(01) VALUE "N".
018400         88  END-OF-BANK-PAYMENTS            VALUE "Y".
018500     05  WS-BPR-TRAILER-SWITCH       PIC X(01) VALUE "N".
018600         88  BANK-TRAILER-WAS-FOUND          VALUE "Y".
018700     05  WS-RIS-EOF-SWITCH           PIC X(01) VALUE "N".
018800         88  END-OF-REISSUES                 VALUE "Y".
018900     05  WS-SETTLE-SWITCH            PIC X(01) VALUE "N".
019000         88  SETTLEMENT-IS-OUT-OF-BALANCE    VALUE "Y".
019100
019200 01  WS-COUNTERS.
019300     05  WS-RETURN-COUNT             PIC 9(05) VALUE ZEROS.
019400     05  WS-LOADED-COUNT             PIC 9(05) VALUE ZEROS COMP.
019500     05  WS-MARKED-COUNT             PIC 9(05) VALUE ZEROS COMP.
019600     05  WS-CHANGED-COUNT            PIC 9(05) VALUE ZEROS COMP.
019700     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
019800     05  WS-OUTSTANDING-COUNT        PIC 9(05) VALUE ZEROS COMP.
019900
020000* THE RETURNED AMOUNT TOTAL OVER THE DETAILS, MATCHED AGAINST THE
020100* TRAILER TO THE PENNY BEFORE ANYTHING IS WRITTEN.
020200 01  WS-RETURN-TOTAL                  PIC 9(11)V9(02) VALUE ZEROS.
020300
020400* SETTLEMENT FIGURES - WHAT WE SENT (THE PAYMENT FILE TRAILER)
020500* AGAINST WHAT THE BANK ACCEPTED PLUS WHAT IT RETURNED. AMOUNTS
020600* ARE SUMMED ACROSS CURRENCIES, AS THE PAYMENT FILE TRAILER IS.
020700 01  WS-SETTLEMENT-TOTALS.
020800     05  WS-BANKPAY-COUNT            PIC 9(07) VALUE ZEROS.
020900     05  WS-BANKPAY-TOTAL            PIC 9(11)V9(02) VALUE ZEROS.
021000     05  WS-ACCEPTED-COUNT           PIC 9(07) VALUE ZEROS.
021100     05  WS-ACCEPTED-TOTAL           PIC 9(11)V9(02) VALUE ZEROS.
021200     05  WS-RETURNED-COUNT           PIC 9(07) VALUE ZEROS.
021300     05  WS-RETURNED-TOTAL           PIC 9(11)V9(02) VALUE ZEROS.
021400     05  WS-SETTLED-COUNT            PIC 9(07) VALUE ZEROS.
021500     05  WS-SETTLED-TOTAL            PIC 9(11)V9(02) VALUE ZEROS.
021600     05  WS-DIFFERENCE-COUNT         PIC S9(07) VALUE ZEROS.
021700     05  WS-DIFFERENCE-TOTAL         PIC S9(11)V9(02) VALUE ZEROS.
021800
021900* THE PERIOD (OR OFF-CYCLE RUN) THE RETURN FILE ANSWERS, FROM ITS
022000* HEADER, AND THE SEQUENCE CONTROL FOR THE DETAILS.
022100 01  WS-PERIOD-NUMBER                 PIC 9(03) VALUE ZEROS.
022200 01  WS-SETTLEMENT-DATE               PIC 9(08) VALUE ZEROS.
022300 01  WS-LOG-PERIOD-NUMBER             PIC 9(03) VALUE ZEROS.
022400 01  WS-PREVIOUS-EMPLOYEE             PIC 9(05) VALUE ZEROS.
022500
022600 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
022700
022800* REPORT CONTROL COUNTERS.
022900 01  WS-REPORT-CONTROLS.
023000     05  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS COMP.
023100     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
023200
023300 01  WS-CONSTANTS.
023400     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
023500
023600* RUN DATE PER THE SYSTEM CLOCK - STAMPED ON EACH REISSUE ROW AS
023700* ITS LOAD DATE.
023800 01  WS-RUN-DATE.
023900     05  WS-RUN-DATE-CCYY            PIC 9(04).
024000     05  WS-RUN-DATE-MM              PIC 9(02).
024100     05  WS-RUN-DATE-DD              PIC 9(02).
024200 01  WS-RUN-DATE-NUMERIC REDEFINES WS-RUN-DATE
024300                                      PIC 9(08).
024400 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
024500
024600* PRINT LINE LAYOUTS FOR THE SETTLEMENT REPORT. THE COLUMN
024700* HEADING UNDER THE PAGE HEADING CHANGES WITH THE SECTION BEING
024800* PRINTED.
024900 01  WS-HEADING-LINE-1.
025000     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
025100     05  WS-HDG-RUN-DATE             PIC X(10).
025200     05  FILLER                      PIC X(08) VALUE SPACES.
025300     05  FILLER                      PIC X(36) VALUE
025400             "BANK RETURNS AND SETTLEMENT REPORT".
025500     05  FILLER                      PIC X(08) VALUE "PERIOD: ".
025600     05  WS-HDG-PERIOD               PIC 9(03).
025700     05  FILLER                      PIC X(10) VALUE
025800             "  SETTLED ".
025900     05  WS-HDG-SETTLEMENT-DATE      PIC 9(08).
026000     05  FILLER                      PIC X(05) VALUE SPACES.
026100     05  FILLER                      PIC X(06) VALUE "PAGE: ".
026200     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
026300
026400 01  WS-COLUMN-HEADING               PIC X(132) VALUE SPACES.
026500
026600 01  WS-RETURN-HEADING.
026700     05  FILLER                      PIC X(08) VALUE "EMP NO ".
026800     05  FILLER                  PIC X(24) VALUE "EMPLOYEE NAME".
026900     05  FILLER                  PIC X(11) VALUE "ROUTING".
027000     05  FILLER                  PIC X(19) VALUE "ACCOUNT".
027100     05  FILLER                  PIC X(16) VALUE "    RETURNED".
027200     05  FILLER                  PIC X(05) VALUE "CCY".
027300     05  FILLER                  PIC X(08) VALUE "REASON".
027400     05  FILLER                  PIC X(12) VALUE "BANK DETAILS".
027500
027600 01  WS-RETURN-LINE.
027700     05  WS-RTL-EMPLOYEE-NUMBER      PIC ZZZZ9.
027800     05  FILLER                      PIC X(03) VALUE SPACES.
027900     05  WS-RTL-NAME                 PIC X(22).
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  WS-RTL-ROUTING              PIC 9(09).
028200     05  FILLER                      PIC X(02) VALUE SPACES.
028300     05  WS-RTL-ACCOUNT              PIC X(17).
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  WS-RTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
028600     05  FILLER                      PIC X(02) VALUE SPACES.
028700     05  WS-RTL-CURRENCY             PIC X(03).
028800     05  FILLER                      PIC X(02) VALUE SPACES.
028900     05  WS-RTL-REASON               PIC X(03).
029000     05  FILLER                      PIC X(05) VALUE SPACES.
029100     05  WS-RTL-BANK-ACTION          PIC X(20).
029200
029300 01  WS-OUTSTANDING-HEADING.
029400     05  FILLER                      PIC X(08) VALUE "EMP NO ".
029500     05  FILLER                  PIC X(08) VALUE "PERIOD".
029600     05  FILLER                  PIC X(16) VALUE
029700             "     OUTSTANDING".
029800     05  FILLER                  PIC X(05) VALUE "CCY".
029900     05  FILLER                  PIC X(08) VALUE "REASON".
030000     05  FILLER                  PIC X(10) VALUE "SETTLED".
030100     05  FILLER                  PIC X(10) VALUE "LOADED".
030200
030300 01  WS-OUTSTANDING-LINE.
030400     05  WS-OSL-EMPLOYEE-NUMBER      PIC ZZZZ9.
030500     05  FILLER                      PIC X(03) VALUE SPACES.
030600     05  WS-OSL-PERIOD               PIC 9(03).
030700     05  FILLER                      PIC X(05) VALUE SPACES.
030800     05  WS-OSL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000     05  WS-OSL-CURRENCY             PIC X(03).
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  WS-OSL-REASON               PIC X(03).
031300     05  FILLER                      PIC X(05) VALUE SPACES.
031400     05  WS-OSL-SETTLEMENT-DATE      PIC 9(08).
031500     05  FILLER                      PIC X(02) VALUE SPACES.
031600     05  WS-OSL-LOAD-DATE            PIC 9(08).
031700
031800 01  WS-SECTION-LINE                 PIC X(60) VALUE SPACES.
031900
032000 01  WS-SETTLEMENT-LINE.
032100     05  WS-STL-LABEL                PIC X(32).
032200     05  WS-STL-COUNT                PIC -Z,ZZZ,ZZ9.
032300     05  FILLER                      PIC X(04) VALUE SPACES.
032400     05  WS-STL-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
032500
032600 01  WS-COUNT-LINE.
032700     05  WS-CTL-COUNT-LABEL          PIC X(32).
032800     05  WS-CTL-COUNT                PIC ZZ,ZZ9.
032900
033000 01  WS-RESULT-LINE.
033100     05  WS-RSL-LABEL                PIC X(32).
033200     05  WS-RSL-RESULT               PIC X(20).
033300
033400 01  WS-EXCEPTION-LINE.
033500     05  FILLER                  PIC X(08) VALUE "EMP NO: ".
033600     05  WS-EXC-EMPLOYEE-NUMBER      PIC X(05).
033700     05  FILLER                      PIC X(03) VALUE SPACES.
033800     05  FILLER                      PIC X(08) VALUE "REASON: ".
033900     05  WS-EXC-REASON               PIC X(30).
034000
034100 PROCEDURE DIVISION.
034200
034300*=============================================================
034400* 0000-MAINLINE - TAKE THE PAYMENT FILE'S TRAILER, VALIDATE AND
034500*                 BALANCE THE WHOLE RETURN FILE, APPLY IT, THEN
034600*                 PRINT THE SETTLEMENT.
034700*=============================================================
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035000     PERFORM 1100-READ-BANK-TRAILER THRU 1100-EXIT.
035100     PERFORM 1200-BALANCE-RETURN THRU 1200-EXIT.
035200     PERFORM 2000-APPLY-RETURN THRU 2000-EXIT
035300         UNTIL END-OF-RETURN-FILE.
035400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
035500     STOP RUN.
035600
035700*=============================================================
035800* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE RUN-LOG START
035900*                   ROW. THE REISSUE FILE IS CREATED ON ITS FIRST
036000*                   USE.
036100*=============================================================
036200 1000-INITIALIZE.
036300     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
036400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036500     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
036600            WS-RUN-DATE-CCYY DELIMITED BY SIZE
036700         INTO WS-RUN-DATE-EDITED.
036800     OPEN I-O EMPLOYEE-MASTER-FILE.
036900     IF WS-EMPMAST-STATUS NOT = "00"
037000         DISPLAY "BNKLOAD: EMPLOYEE-MASTER-FILE OPEN FAILED - "
037100         DISPLAY "         FILE STATUS = " WS-EMPMAST-STATUS
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500     OPEN INPUT PAY-STATEMENT-DETAIL-FILE.
037600     IF WS-PAYDTL-STATUS NOT = "00"
037700         DISPLAY "BNKLOAD: PAY-STATEMENT-DETAIL-FILE OPEN FAILED"
037800         DISPLAY "         FILE STATUS = " WS-PAYDTL-STATUS
037900         MOVE 16 TO RETURN-CODE
038000         STOP RUN
038100     END-IF.
038200     OPEN I-O REISSUE-FILE.
038300     IF WS-REISSUE-STATUS = "35"
038400         OPEN OUTPUT REISSUE-FILE
038500         CLOSE REISSUE-FILE
038600         OPEN I-O REISSUE-FILE
038700     END-IF.
038800     IF WS-REISSUE-STATUS NOT = "00"
038900         DISPLAY "BNKLOAD: REISSUE-FILE OPEN FAILED - "
039000         DISPLAY "         FILE STATUS = " WS-REISSUE-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         STOP RUN
039300     END-IF.
039400     OPEN OUTPUT LOAD-EXCEPTION-FILE.
039500     IF WS-BNKEXCP-STATUS NOT = "00"
039600         DISPLAY "BNKLOAD: LOAD-EXCEPTION-FILE OPEN FAILED - "
039700         DISPLAY "         FILE STATUS = " WS-BNKEXCP-STATUS
039800         MOVE 16 TO RETURN-CODE
039900         STOP RUN
040000     END-IF.
040100     OPEN OUTPUT SETTLEMENT-REPORT-FILE.
040200     IF WS-BNKSTL-STATUS NOT = "00"
040300         DISPLAY "BNKLOAD: SETTLEMENT-REPORT-FILE OPEN FAILED - "
040400         DISPLAY "         FILE STATUS = " WS-BNKSTL-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF.
040800     MOVE ZEROS TO WS-LINE-COUNT.
040900     MOVE ZEROS TO WS-PAGE-NUMBER.
041000 1000-EXIT.
041100     EXIT.
041200
041300*=============================================================
041400* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
041500*                      RUN LOG, CREATING THE FILE ON ITS FIRST
041600*                      USE.
041700*=============================================================
041800 1050-LOG-RUN-START.
041900     OPEN EXTEND RUN-LOG-FILE.
042000     IF WS-RUNLOG-STATUS = "35"
042100         OPEN OUTPUT RUN-LOG-FILE
042200         CLOSE RUN-LOG-FILE
042300         OPEN EXTEND RUN-LOG-FILE
042400     END-IF.
042500     IF WS-RUNLOG-STATUS NOT = "00" AND
042600             WS-RUNLOG-STATUS NOT = "05"
042700         DISPLAY "BNKLOAD: RUN-LOG-FILE OPEN FAILED - "
042800         DISPLAY "         FILE STATUS = " WS-RUNLOG-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF.
043200     MOVE "S" TO RLG-RECORD-TYPE.
043300     MOVE "BNKLOAD" TO RLG-PROGRAM-ID.
043400     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
043500     ACCEPT RLG-TIME FROM TIME.
043600     MOVE ZEROS TO RLG-RECORDS-READ.
043700     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
043800     MOVE ZEROS TO RLG-REJECT-COUNT.
043900     MOVE ZEROS TO RLG-RETURN-CODE.
044000     MOVE ZEROS TO RLG-PERIOD-NUMBER.
044100     WRITE RUN-LOG-RECORD.
044200 1050-EXIT.
044300     EXIT.
044400
044500*=============================================================
044600* 1100-READ-BANK-TRAILER - READ THE PAYMENT FILE WE SENT THROUGH
044700*                          TO ITS TRAILER AND KEEP THE RECORD
044800*                          COUNT AND NET TOTAL THE BANK SETTLES
044900*                          AGAINST. NO TRAILER STOPS THE RUN
045000*                          BEFORE ANYTHING IS APPLIED.
045100*=============================================================
045200 1100-READ-BANK-TRAILER.
045300     OPEN INPUT BANK-PAYMENT-FILE.
045400     IF WS-BANKPAY-STATUS NOT = "00"
045500         DISPLAY "BNKLOAD: BANK-PAYMENT-FILE OPEN FAILED - "
045600         DISPLAY "         FILE STATUS = " WS-BANKPAY-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000     MOVE "N" TO WS-BPR-EOF-SWITCH.
046100     PERFORM 1150-READ-BANK-PAYMENT THRU 1150-EXIT
046200         UNTIL END-OF-BANK-PAYMENTS.
046300     CLOSE BANK-PAYMENT-FILE.
046400     IF NOT BANK-TRAILER-WAS-FOUND
046500         DISPLAY "BNKLOAD: BANK PAYMENT FILE TRAILER MISSING - "
046600         DISPLAY "         NOTHING APPLIED"
046700         MOVE 16 TO RETURN-CODE
046800         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
046900         STOP RUN
047000     END-IF.
047100 1100-EXIT.
047200     EXIT.
047300
047400*=============================================================
047500* 1150-READ-BANK-PAYMENT - READ ONE PAYMENT FILE RECORD, KEEPING
047600*                          THE TRAILER'S FIGURES WHEN IT COMES.
047700*=============================================================
047800 1150-READ-BANK-PAYMENT.
047900     READ BANK-PAYMENT-FILE
048000         AT END
048100             MOVE "Y" TO WS-BPR-EOF-SWITCH
048200             GO TO 1150-EXIT
048300     END-READ.
048400     IF BPR-IS-TRAILER
048500         MOVE "Y" TO WS-BPR-TRAILER-SWITCH
048600         MOVE BPR-TRL-RECORD-COUNT TO WS-BANKPAY-COUNT
048700         MOVE BPR-TRL-NET-TOTAL TO WS-BANKPAY-TOTAL
048800     END-IF.
048900 1150-EXIT.
049000     EXIT.
049100
049200*=============================================================
049300* 1200-BALANCE-RETURN - FIRST PASS. THE HEADER MUST LEAD AND NAME
049400*                       THE PERIOD, EVERY DETAIL IS VALIDATED
049500*                       AGAINST THE PAY STATEMENT DETAIL, THE
049600*                       MASTER AND THE REISSUE FILE, AND THE
049700*                       TRAILER'S RETURN COUNT AND TOTAL MUST
049800*                       MATCH THE DETAILS TO THE PENNY. ANY
049900*                       REJECT OR IMBALANCE STOPS THE RUN BEFORE
050000*                       A SINGLE ROW IS TOUCHED. THE FILE IS THEN
050100*                       REOPENED AND POSITIONED PAST THE HEADER
050200*                       FOR THE APPLY PASS.
050300*=============================================================
050400 1200-BALANCE-RETURN.
050500     OPEN INPUT BANK-RETURN-FILE.
050600     IF WS-BANKRET-STATUS NOT = "00"
050700         DISPLAY "BNKLOAD: BANK-RETURN-FILE OPEN FAILED - "
050800         DISPLAY "         FILE STATUS = " WS-BANKRET-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF.
051200     MOVE "N" TO WS-EOF-SWITCH.
051300     MOVE ZEROS TO WS-PREVIOUS-EMPLOYEE.
051400     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
051500     IF END-OF-RETURN-FILE
051600         DISPLAY "BNKLOAD: RETURN FILE IS EMPTY"
051700         MOVE 16 TO RETURN-CODE
051800         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
051900         STOP RUN
052000     END-IF.
052100     IF NOT BRET-IS-HEADER
052200         DISPLAY "BNKLOAD: RETURN HEADER MISSING - FIRST RECORD"
052300         DISPLAY "         IS TYPE " BRET-RECORD-TYPE
052400         MOVE 16 TO RETURN-CODE
052500         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
052600         STOP RUN
052700     END-IF.
052800     IF BRET-HDR-PERIOD-NUMBER-X NOT NUMERIC
052900         OR BRET-HDR-PERIOD-NUMBER = ZEROS
053000         DISPLAY "BNKLOAD: RETURN HEADER PERIOD IS NOT VALID - "
053100         DISPLAY "         PERIOD = " BRET-HDR-PERIOD-NUMBER-X
053200         MOVE 16 TO RETURN-CODE
053300         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
053400         STOP RUN
053500     END-IF.
053600     MOVE BRET-HDR-PERIOD-NUMBER TO WS-PERIOD-NUMBER.
053700     MOVE BRET-HDR-PERIOD-NUMBER TO WS-LOG-PERIOD-NUMBER.
053800     MOVE BRET-HDR-SETTLEMENT-DATE TO WS-SETTLEMENT-DATE.
053900     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
054000     PERFORM 1300-CHECK-ONE-RECORD THRU 1300-EXIT
054100         UNTIL END-OF-RETURN-FILE.
054200     IF NOT RETURN-TRAILER-SEEN
054300         DISPLAY "BNKLOAD: RETURN TRAILER MISSING"
054400         MOVE "Y" TO WS-BALANCE-SWITCH
054500     END-IF.
054600     IF WS-REJECT-COUNT NOT = ZEROS
054700         DISPLAY "BNKLOAD: " WS-REJECT-COUNT
054800                 " RETURN RECORDS REJECTED - SEE BNKEXCP"
054900         MOVE "Y" TO WS-BALANCE-SWITCH
055000     END-IF.
055100     IF RETURN-IS-OUT-OF-BALANCE
055200         DISPLAY "BNKLOAD: RETURN FILE FOR PERIOD "
055300                 WS-PERIOD-NUMBER " REJECTED - NOTHING APPLIED"
055400         MOVE 16 TO RETURN-CODE
055500         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
055600         STOP RUN
055700     END-IF.
055800     CLOSE BANK-RETURN-FILE.
055900     OPEN INPUT BANK-RETURN-FILE.
056000     IF WS-BANKRET-STATUS NOT = "00"
056100         DISPLAY "BNKLOAD: BANK-RETURN-FILE REOPEN FAILED - "
056200         DISPLAY "         FILE STATUS = " WS-BANKRET-STATUS
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF.
056600     MOVE "N" TO WS-EOF-SWITCH.
056700     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
056800     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
056900 1200-EXIT.
057000     EXIT.
057100
057200*=============================================================
057300* 1300-CHECK-ONE-RECORD - VALIDATE ONE RETURN FILE RECORD AND ROLL
057400*                         IT INTO THE PROOF TOTALS, OR VERIFY THE
057500*                         TRAILER.
057600*=============================================================
057700 1300-CHECK-ONE-RECORD.
057800     EVALUATE TRUE
057900         WHEN BRET-IS-HEADER
058000             DISPLAY "BNKLOAD: DUPLICATE RETURN HEADER"
058100             MOVE "Y" TO WS-BALANCE-SWITCH
058200         WHEN BRET-IS-TRAILER
058300             IF RETURN-TRAILER-SEEN
058400                 DISPLAY "BNKLOAD: DUPLICATE RETURN TRAILER"
058500                 MOVE "Y" TO WS-BALANCE-SWITCH
058600             ELSE
058700                 PERFORM 1400-VERIFY-TRAILER THRU 1400-EXIT
058800                 MOVE "Y" TO WS-TRAILER-SWITCH
058900             END-IF
059000         WHEN OTHER
059100             IF RETURN-TRAILER-SEEN
059200                 DISPLAY "BNKLOAD: RECORD FOLLOWS RETURN TRAILER"
059300                 MOVE "Y" TO WS-BALANCE-SWITCH
059400             ELSE
059500                 PERFORM 1350-CHECK-ONE-DETAIL THRU 1350-EXIT
059600             END-IF
059700     END-EVALUATE.
059800     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
059900 1300-EXIT.
060000     EXIT.
060100
060200*=============================================================
060300* 1350-CHECK-ONE-DETAIL - FIELD-EDIT ONE RETURNED PAYMENT, MATCH
060400*                         IT TO THE PAYMENT IT BOUNCED, AND ROLL
060500*                         THE AMOUNT INTO THE PROOF TOTAL. THE
060600*                         DETAILS MUST ARRIVE IN ASCENDING
060700*                         EMPLOYEE ORDER, ONE PER EMPLOYEE - AN
060800*                         EMPLOYEE IS PAID ONCE PER PERIOD.
060900*=============================================================
061000 1350-CHECK-ONE-DETAIL.
061100     ADD 1 TO WS-RETURN-COUNT.
061200     MOVE "N" TO WS-REJECT-SWITCH.
061300     MOVE SPACES TO WS-REJECT-REASON.
061400     IF NOT BRET-IS-RETURN
061500         MOVE "Y" TO WS-REJECT-SWITCH
061600         MOVE "INVALID RECORD TYPE" TO WS-REJECT-REASON
061700         GO TO 1350-REJECT
061800     END-IF.
061900     IF BRET-EMPLOYEE-NUMBER-X NOT NUMERIC
062000         MOVE "Y" TO WS-REJECT-SWITCH
062100         MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO WS-REJECT-REASON
062200         GO TO 1350-REJECT
062300     END-IF.
062400     IF BRET-EMPLOYEE-NUMBER = ZEROS
062500         MOVE "Y" TO WS-REJECT-SWITCH
062600         MOVE "EMPLOYEE NUMBER IS ZERO" TO WS-REJECT-REASON
062700         GO TO 1350-REJECT
062800     END-IF.
062900     IF BRET-EMPLOYEE-NUMBER NOT > WS-PREVIOUS-EMPLOYEE
063000         MOVE "Y" TO WS-REJECT-SWITCH
063100         MOVE "EMPLOYEE OUT OF SEQUENCE" TO WS-REJECT-REASON
063200         GO TO 1350-REJECT
063300     END-IF.
063400     MOVE BRET-EMPLOYEE-NUMBER TO WS-PREVIOUS-EMPLOYEE.
063500     IF BRET-AMOUNT-X NOT NUMERIC
063600         MOVE "Y" TO WS-REJECT-SWITCH
063700         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
063800         GO TO 1350-REJECT
063900     END-IF.
064000     IF BRET-AMOUNT = ZEROS
064100         MOVE "Y" TO WS-REJECT-SWITCH
064200         MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
064300         GO TO 1350-REJECT
064400     END-IF.
064500     IF BRET-BANK-ROUTING-X NOT NUMERIC
064600         MOVE "Y" TO WS-REJECT-SWITCH
064700         MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
064800         GO TO 1350-REJECT
064900     END-IF.
065000     IF BRET-RETURN-REASON = SPACES
065100         MOVE "Y" TO WS-REJECT-SWITCH
065200         MOVE "RETURN REASON IS BLANK" TO WS-REJECT-REASON
065300         GO TO 1350-REJECT
065400     END-IF.
065500     PERFORM 1380-LOOKUP-EMPLOYEE THRU 1380-EXIT.
065600     IF RETURN-IS-REJECTED
065700         GO TO 1350-REJECT
065800     END-IF.
065900     PERFORM 1385-MATCH-PAY-DETAIL THRU 1385-EXIT.
066000     IF RETURN-IS-REJECTED
066100         GO TO 1350-REJECT
066200     END-IF.
066300     PERFORM 1390-CHECK-NOT-LOADED THRU 1390-EXIT.
066400     IF RETURN-IS-REJECTED
066500         GO TO 1350-REJECT
066600     END-IF.
066700     ADD BRET-AMOUNT TO WS-RETURN-TOTAL.
066800     GO TO 1350-EXIT.
066900 1350-REJECT.
067000     ADD 1 TO WS-REJECT-COUNT.
067100     PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT.
067200 1350-EXIT.
067300     EXIT.
067400
067500*=============================================================
067600* 1380-LOOKUP-EMPLOYEE - THE RETURNED EMPLOYEE MUST BE ON THE
067700*                        MASTER.
067800*=============================================================
067900 1380-LOOKUP-EMPLOYEE.
068000     MOVE BRET-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
068100     READ EMPLOYEE-MASTER-FILE
068200         INVALID KEY
068300             MOVE "Y" TO WS-REJECT-SWITCH
068400             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
068500     END-READ.
068600 1380-EXIT.
068700     EXIT.
068800
068900*=============================================================
069000* 1385-MATCH-PAY-DETAIL - THE RETURN MUST BE A PAYMENT WE MADE -
069100*                         THE EMPLOYEE'S STATEMENT DETAIL ROW FOR
069200*                         THE PERIOD, FOR THE SAME NET PAY, INTO
069300*                         THE SAME BANK DETAILS, IN THE SAME
069400*                         CURRENCY.
069500*=============================================================
069600 1385-MATCH-PAY-DETAIL.
069700     MOVE WS-PERIOD-NUMBER TO PSD-PERIOD-NUMBER.
069800     MOVE BRET-EMPLOYEE-NUMBER TO PSD-EMPLOYEE-NUMBER.
069900     READ PAY-STATEMENT-DETAIL-FILE
070000         INVALID KEY
070100             MOVE "Y" TO WS-REJECT-SWITCH
070200             MOVE "NOT PAID IN THIS PERIOD" TO WS-REJECT-REASON
070300             GO TO 1385-EXIT
070400     END-READ.
070500     IF PSD-NET-PAY NOT = BRET-AMOUNT
070600         MOVE "Y" TO WS-REJECT-SWITCH
070700         MOVE "AMOUNT IS NOT THE NET PAID" TO WS-REJECT-REASON
070800         GO TO 1385-EXIT
070900     END-IF.
071000     IF PSD-BANK-ROUTING NOT = BRET-BANK-ROUTING
071100         OR PSD-BANK-ACCOUNT NOT = BRET-BANK-ACCOUNT
071200         MOVE "Y" TO WS-REJECT-SWITCH
071300         MOVE "NOT THE BANK DETAILS PAID" TO WS-REJECT-REASON
071400         GO TO 1385-EXIT
071500     END-IF.
071600     IF PSD-CURRENCY-CODE NOT = BRET-CURRENCY-CODE
071700         MOVE "Y" TO WS-REJECT-SWITCH
071800         MOVE "NOT THE CURRENCY PAID" TO WS-REJECT-REASON
071900     END-IF.
072000 1385-EXIT.
072100     EXIT.
072200
072300*=============================================================
072400* 1390-CHECK-NOT-LOADED - A RETURN ALREADY ON THE REISSUE FILE
072500*                         MEANS THIS FILE, OR ONE OVERLAPPING IT,
072600*                         WAS LOADED BEFORE.
072700*=============================================================
072800 1390-CHECK-NOT-LOADED.
072900     MOVE BRET-EMPLOYEE-NUMBER TO RIS-EMPLOYEE-NUMBER.
073000     MOVE WS-PERIOD-NUMBER TO RIS-PERIOD-NUMBER.
073100     READ REISSUE-FILE
073200         INVALID KEY
073300             GO TO 1390-EXIT
073400     END-READ.
073500     MOVE "Y" TO WS-REJECT-SWITCH.
073600     MOVE "RETURN ALREADY LOADED" TO WS-REJECT-REASON.
073700 1390-EXIT.
073800     EXIT.
073900
074000*=============================================================
074100* 1400-VERIFY-TRAILER - THE TRAILER'S RETURN COUNT AND TOTAL
074200*                       MUST MATCH THE DETAILS TO THE PENNY. ITS
074300*                       ACCEPTED AND RETURNED FIGURES ARE KEPT
074400*                       FOR THE SETTLEMENT.
074500*=============================================================
074600 1400-VERIFY-TRAILER.
074700     IF BRET-TRL-RETURN-COUNT NOT = WS-RETURN-COUNT
074800         DISPLAY "BNKLOAD: RETURN COUNT OUT OF BALANCE"
074900         DISPLAY "         TRAILER = " BRET-TRL-RETURN-COUNT
075000                 " COUNTED = " WS-RETURN-COUNT
075100         MOVE "Y" TO WS-BALANCE-SWITCH
075200     END-IF.
075300     IF BRET-TRL-RETURN-TOTAL NOT = WS-RETURN-TOTAL
075400         DISPLAY "BNKLOAD: RETURN TOTAL OUT OF BALANCE"
075500         DISPLAY "         TRAILER = " BRET-TRL-RETURN-TOTAL
075600                 " COMPUTED = " WS-RETURN-TOTAL
075700         MOVE "Y" TO WS-BALANCE-SWITCH
075800     END-IF.
075900     MOVE BRET-TRL-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT.
076000     MOVE BRET-TRL-ACCEPTED-TOTAL TO WS-ACCEPTED-TOTAL.
076100     MOVE BRET-TRL-RETURN-COUNT TO WS-RETURNED-COUNT.
076200     MOVE BRET-TRL-RETURN-TOTAL TO WS-RETURNED-TOTAL.
076300 1400-EXIT.
076400     EXIT.
076500
076600*=============================================================
076700* 2000-APPLY-RETURN - SECOND PASS. EACH RETURN GOES ON THE
076800*                     REISSUE FILE, THE EMPLOYEE'S BANK DETAILS
076900*                     ARE MARKED RETURNED, AND THE RETURN IS
077000*                     PRINTED. THE TRAILER ENDS THE PASS.
077100*=============================================================
077200 2000-APPLY-RETURN.
077300     IF BRET-IS-TRAILER
077400         MOVE "Y" TO WS-EOF-SWITCH
077500         GO TO 2000-EXIT
077600     END-IF.
077700     PERFORM 2100-WRITE-REISSUE THRU 2100-EXIT.
077800     PERFORM 2200-MARK-BANK-RETURNED THRU 2200-EXIT.
077900     PERFORM 2400-WRITE-RETURN-LINE THRU 2400-EXIT.
078000     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
078100 2000-EXIT.
078200     EXIT.
078300
078400*=============================================================
078500* 2100-WRITE-REISSUE - PUT THE RETURNED AMOUNT ON THE REISSUE
078600*                      FILE, OUTSTANDING UNTIL OFFCYCLE PAYS IT.
078700*=============================================================
078800 2100-WRITE-REISSUE.
078900     MOVE SPACES TO REISSUE-RECORD.
079000     MOVE BRET-EMPLOYEE-NUMBER TO RIS-EMPLOYEE-NUMBER.
079100     MOVE WS-PERIOD-NUMBER TO RIS-PERIOD-NUMBER.
079200     MOVE BRET-AMOUNT TO RIS-AMOUNT.
079300     MOVE BRET-CURRENCY-CODE TO RIS-CURRENCY-CODE.
079400     MOVE BRET-RETURN-REASON TO RIS-RETURN-REASON.
079500     MOVE BRET-BANK-ROUTING TO RIS-RETURNED-ROUTING.
079600     MOVE BRET-BANK-ACCOUNT TO RIS-RETURNED-ACCOUNT.
079700     MOVE WS-SETTLEMENT-DATE TO RIS-SETTLEMENT-DATE.
079800     MOVE WS-RUN-DATE-NUMERIC TO RIS-LOAD-DATE.
079900     MOVE "O" TO RIS-STATUS.
080000     MOVE ZEROS TO RIS-REISSUE-RUN-NUMBER.
080100     MOVE ZEROS TO RIS-REISSUE-DATE.
080200     WRITE REISSUE-RECORD
080300         INVALID KEY
080400             DISPLAY "BNKLOAD: REISSUE WRITE FAILED - "
080500             DISPLAY "         EMPLOYEE = " RIS-EMPLOYEE-NUMBER
080600                     " PERIOD = " RIS-PERIOD-NUMBER
080700             MOVE 16 TO RETURN-CODE
080800             STOP RUN
080900     END-WRITE.
081000     ADD 1 TO WS-LOADED-COUNT.
081100 2100-EXIT.
081200     EXIT.
081300
081400*=============================================================
081500* 2200-MARK-BANK-RETURNED - MARK THE EMPLOYEE'S BANK DETAILS
081600*                           RETURNED, WITH THE BANK'S REASON, IF
081700*                           THE MASTER STILL HOLDS THE DETAILS
081800*                           THAT BOUNCED. DETAILS HR HAS ALREADY
081900*                           CORRECTED ARE LEFT ALONE.
082000*=============================================================
082100 2200-MARK-BANK-RETURNED.
082200     MOVE BRET-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
082300     READ EMPLOYEE-MASTER-FILE
082400         INVALID KEY
082500             DISPLAY "BNKLOAD: MASTER READ FAILED - EMPLOYEE "
082600             DISPLAY "         NUMBER = " EMP-EMPLOYEE-NUMBER
082700             MOVE 16 TO RETURN-CODE
082800             STOP RUN
082900     END-READ.
083000     IF EMP-BANK-ROUTING NOT = BRET-BANK-ROUTING
083100         OR EMP-BANK-ACCOUNT NOT = BRET-BANK-ACCOUNT
083200         MOVE "ALREADY CHANGED" TO WS-RTL-BANK-ACTION
083300         ADD 1 TO WS-CHANGED-COUNT
083400         GO TO 2200-EXIT
083500     END-IF.
083600     MOVE "R" TO EMP-BANK-STATUS.
083700     MOVE BRET-RETURN-REASON TO EMP-BANK-RETURN-REASON.
083800     REWRITE EMPLOYEE-RECORD
083900         INVALID KEY
084000             DISPLAY "BNKLOAD: MASTER REWRITE FAILED - EMPLOYEE "
084100             DISPLAY "         NUMBER = " EMP-EMPLOYEE-NUMBER
084200             MOVE 16 TO RETURN-CODE
084300             STOP RUN
084400     END-REWRITE.
084500     MOVE "MARKED RETURNED" TO WS-RTL-BANK-ACTION.
084600     ADD 1 TO WS-MARKED-COUNT.
084700 2200-EXIT.
084800     EXIT.
084900
085000*=============================================================
085100* 2400-WRITE-RETURN-LINE - PRINT ONE RETURN LOADED.
085200*=============================================================
085300 2400-WRITE-RETURN-LINE.
085400     IF WS-LINE-COUNT = ZEROS
085500         OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
085600         MOVE WS-RETURN-HEADING TO WS-COLUMN-HEADING
085700         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
085800     END-IF.
085900     MOVE EMP-EMPLOYEE-NUMBER TO WS-RTL-EMPLOYEE-NUMBER.
086000     MOVE SPACES TO WS-RTL-NAME.
086100     STRING EMP-LAST-NAME DELIMITED BY SPACE
086200            ", " DELIMITED BY SIZE
086300            EMP-FIRST-NAME DELIMITED BY SPACE
086400         INTO WS-RTL-NAME.
086500     MOVE BRET-BANK-ROUTING TO WS-RTL-ROUTING.
086600     MOVE BRET-BANK-ACCOUNT TO WS-RTL-ACCOUNT.
086700     MOVE BRET-AMOUNT TO WS-RTL-AMOUNT.
086800     MOVE BRET-CURRENCY-CODE TO WS-RTL-CURRENCY.
086900     MOVE BRET-RETURN-REASON TO WS-RTL-REASON.
087000     WRITE SETTLEMENT-REPORT-LINE FROM WS-RETURN-LINE
087100         AFTER ADVANCING 1 LINE.
087200     ADD 1 TO WS-LINE-COUNT.
087300 2400-EXIT.
087400     EXIT.
087500
087600*=============================================================
087700* 2500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REPORT UNDER
087800*                           THE CURRENT SECTION'S COLUMN HEADING.
087900*=============================================================
088000 2500-WRITE-PAGE-HEADERS.
088100     ADD 1 TO WS-PAGE-NUMBER.
088200     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
088300     MOVE WS-PERIOD-NUMBER TO WS-HDG-PERIOD.
088400     MOVE WS-SETTLEMENT-DATE TO WS-HDG-SETTLEMENT-DATE.
088500     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
088600     WRITE SETTLEMENT-REPORT-LINE FROM WS-HEADING-LINE-1
088700         AFTER ADVANCING PAGE.
088800     WRITE SETTLEMENT-REPORT-LINE FROM WS-COLUMN-HEADING
088900         AFTER ADVANCING 2 LINES.
089000     MOVE 1 TO WS-LINE-COUNT.
089100 2500-EXIT.
089200     EXIT.
089300
089400*=============================================================
089500* 2600-WRITE-EXCEPTION - LOG A REJECTED RETURN RECORD.
089600*=============================================================
089700 2600-WRITE-EXCEPTION.
089800     MOVE BRET-EMPLOYEE-NUMBER-X TO WS-EXC-EMPLOYEE-NUMBER.
089900     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
090000     WRITE LOAD-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
090100 2600-EXIT.
090200     EXIT.
090300
090400*=============================================================
090500* 2900-READ-RETURN - READ THE NEXT BANK RETURN RECORD.
090600*=============================================================
090700 2900-READ-RETURN.
090800     READ BANK-RETURN-FILE
090900         AT END
091000             MOVE "Y" TO WS-EOF-SWITCH
091100     END-READ.
091200 2900-EXIT.
091300     EXIT.
091400
091500*=============================================================
091600* 8000-TERMINATE - PRINT THE SETTLEMENT AND THE OUTSTANDING
091700*                  REISSUES, DISPLAY RUN TOTALS AND CLOSE THE
091800*                  FILES.
091900*=============================================================
092000 8000-TERMINATE.
092100     IF WS-PAGE-NUMBER = ZEROS
092200         MOVE WS-RETURN-HEADING TO WS-COLUMN-HEADING
092300         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
092400     END-IF.
092500     PERFORM 8100-WRITE-SETTLEMENT THRU 8100-EXIT.
092600     PERFORM 8300-LIST-OUTSTANDING THRU 8300-EXIT.
092700     DISPLAY "BNKLOAD: PERIOD " WS-PERIOD-NUMBER
092800             " RETURNS BALANCED - READ: " WS-RETURN-COUNT.
092900     DISPLAY "BNKLOAD - LOADED: " WS-LOADED-COUNT
093000             " MARKED RETURNED: " WS-MARKED-COUNT
093100             " ALREADY CHANGED: " WS-CHANGED-COUNT.
093200     DISPLAY "BNKLOAD - REISSUES OUTSTANDING: "
093300             WS-OUTSTANDING-COUNT.
093400     CLOSE BANK-RETURN-FILE.
093500     CLOSE EMPLOYEE-MASTER-FILE.
093600     CLOSE PAY-STATEMENT-DETAIL-FILE.
093700     CLOSE REISSUE-FILE.
093800     CLOSE SETTLEMENT-REPORT-FILE.
093900     CLOSE LOAD-EXCEPTION-FILE.
094000     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
094100 8000-EXIT.
094200     EXIT.
094300
094400*=============================================================
094500* 8100-WRITE-SETTLEMENT - WHAT THE BANK ACCEPTED PLUS WHAT IT
094600*                         RETURNED MUST EQUAL THE PAYMENT FILE
094700*                         TRAILER, BY COUNT AND TO THE PENNY. THE
094800*                         RETURNS ARE LOADED EITHER WAY - A
094900*                         DIFFERENCE IS FOR THE BANK TO EXPLAIN -
095000*                         BUT IT FAILS THE RUN.
095100*=============================================================
095200 8100-WRITE-SETTLEMENT.
095300     ADD WS-ACCEPTED-COUNT WS-RETURNED-COUNT
095400         GIVING WS-SETTLED-COUNT.
095500     ADD WS-ACCEPTED-TOTAL WS-RETURNED-TOTAL
095600         GIVING WS-SETTLED-TOTAL.
095700     COMPUTE WS-DIFFERENCE-COUNT =
095800         WS-BANKPAY-COUNT - WS-SETTLED-COUNT.
095900     COMPUTE WS-DIFFERENCE-TOTAL =
096000         WS-BANKPAY-TOTAL - WS-SETTLED-TOTAL.
096100     IF WS-DIFFERENCE-COUNT NOT = ZEROS
096200         OR WS-DIFFERENCE-TOTAL NOT = ZEROS
096300         MOVE "Y" TO WS-SETTLE-SWITCH
096400     END-IF.
096500     MOVE "SETTLEMENT AGAINST THE PAYMENT FILE TRAILER"
096600         TO WS-SECTION-LINE.
096700     WRITE SETTLEMENT-REPORT-LINE FROM WS-SECTION-LINE
096800         AFTER ADVANCING 3 LINES.
096900     MOVE "PAYMENT FILE SENT" TO WS-STL-LABEL.
097000     MOVE WS-BANKPAY-COUNT TO WS-STL-COUNT.
097100     MOVE WS-BANKPAY-TOTAL TO WS-STL-AMOUNT.
097200     WRITE SETTLEMENT-REPORT-LINE FROM WS-SETTLEMENT-LINE
097300         AFTER ADVANCING 2 LINES.
097400     MOVE "ACCEPTED BY THE BANK" TO WS-STL-LABEL.
097500     MOVE WS-ACCEPTED-COUNT TO WS-STL-COUNT.
097600     MOVE WS-ACCEPTED-TOTAL TO WS-STL-AMOUNT.
097700     WRITE SETTLEMENT-REPORT-LINE FROM WS-SETTLEMENT-LINE
097800         AFTER ADVANCING 1 LINE.
097900     MOVE "RETURNED BY THE BANK" TO WS-STL-LABEL.
098000     MOVE WS-RETURNED-COUNT TO WS-STL-COUNT.
098100     MOVE WS-RETURNED-TOTAL TO WS-STL-AMOUNT.
098200     WRITE SETTLEMENT-REPORT-LINE FROM WS-SETTLEMENT-LINE
098300         AFTER ADVANCING 1 LINE.
098400     MOVE "ACCEPTED PLUS RETURNED" TO WS-STL-LABEL.
098500     MOVE WS-SETTLED-COUNT TO WS-STL-COUNT.
098600     MOVE WS-SETTLED-TOTAL TO WS-STL-AMOUNT.
098700     WRITE SETTLEMENT-REPORT-LINE FROM WS-SETTLEMENT-LINE
098800         AFTER ADVANCING 1 LINE.
098900     MOVE "DIFFERENCE" TO WS-STL-LABEL.
099000     MOVE WS-DIFFERENCE-COUNT TO WS-STL-COUNT.
099100     MOVE WS-DIFFERENCE-TOTAL TO WS-STL-AMOUNT.
099200     WRITE SETTLEMENT-REPORT-LINE FROM WS-SETTLEMENT-LINE
099300         AFTER ADVANCING 1 LINE.
099400     MOVE "SETTLEMENT" TO WS-RSL-LABEL.
099500     MOVE "IN BALANCE" TO WS-RSL-RESULT.
099600     IF SETTLEMENT-IS-OUT-OF-BALANCE
099700         MOVE "OUT OF BALANCE" TO WS-RSL-RESULT
099800     END-IF.
099900     WRITE SETTLEMENT-REPORT-LINE FROM WS-RESULT-LINE
100000         AFTER ADVANCING 2 LINES.
100100     ADD 10 TO WS-LINE-COUNT.
100200     IF SETTLEMENT-IS-OUT-OF-BALANCE
100300         DISPLAY "BNKLOAD: SETTLEMENT FAILED - ACCEPTED PLUS "
100400         DISPLAY "         RETURNED DOES NOT EQUAL THE PAYMENT"
100500         DISPLAY "         FILE TRAILER."
100600         DISPLAY "PAYMENT FILE   = " WS-BANKPAY-TOTAL
100700         DISPLAY "SETTLED TOTAL  = " WS-SETTLED-TOTAL
100800         MOVE 16 TO RETURN-CODE
100900     END-IF.
101000 8100-EXIT.
101100     EXIT.
101200
101300*=============================================================
101400* 8300-LIST-OUTSTANDING - LIST EVERY REISSUE STILL WAITING FOR
101500*                         OFFCYCLE, FROM ANY PERIOD, IN EMPLOYEE
101600*                         ORDER.
101700*=============================================================
101800 8300-LIST-OUTSTANDING.
101900     MOVE WS-OUTSTANDING-HEADING TO WS-COLUMN-HEADING.
102000     MOVE "REISSUES OUTSTANDING" TO WS-SECTION-LINE.
102100     WRITE SETTLEMENT-REPORT-LINE FROM WS-SECTION-LINE
102200         AFTER ADVANCING 3 LINES.
102300     WRITE SETTLEMENT-REPORT-LINE FROM WS-COLUMN-HEADING
102400         AFTER ADVANCING 2 LINES.
102500     ADD 5 TO WS-LINE-COUNT.
102600     MOVE "N" TO WS-RIS-EOF-SWITCH.
102700     MOVE ZEROS TO RIS-EMPLOYEE-NUMBER.
102800     MOVE ZEROS TO RIS-PERIOD-NUMBER.
102900     START REISSUE-FILE KEY >= RIS-KEY
103000         INVALID KEY
103100             MOVE "Y" TO WS-RIS-EOF-SWITCH
103200     END-START.
103300     PERFORM 8350-LIST-ONE-REISSUE THRU 8350-EXIT
103400         UNTIL END-OF-REISSUES.
103500     MOVE "REISSUES OUTSTANDING" TO WS-CTL-COUNT-LABEL.
103600     MOVE WS-OUTSTANDING-COUNT TO WS-CTL-COUNT.
103700     WRITE SETTLEMENT-REPORT-LINE FROM WS-COUNT-LINE
103800         AFTER ADVANCING 2 LINES.
103900 8300-EXIT.
104000     EXIT.
104100
104200*=============================================================
104300* 8350-LIST-ONE-REISSUE - READ THE NEXT REISSUE ROW AND PRINT IT
104400*                         IF IT IS STILL OUTSTANDING.
104500*=============================================================
104600 8350-LIST-ONE-REISSUE.
104700     READ REISSUE-FILE NEXT RECORD
104800         AT END
104900             MOVE "Y" TO WS-RIS-EOF-SWITCH
105000             GO TO 8350-EXIT
105100     END-READ.
105200     IF NOT RIS-IS-OUTSTANDING
105300         GO TO 8350-EXIT
105400     END-IF.
105500     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
105600         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
105700     END-IF.
105800     ADD 1 TO WS-OUTSTANDING-COUNT.
105900     MOVE RIS-EMPLOYEE-NUMBER TO WS-OSL-EMPLOYEE-NUMBER.
106000     MOVE RIS-PERIOD-NUMBER TO WS-OSL-PERIOD.
106100     MOVE RIS-AMOUNT TO WS-OSL-AMOUNT.
106200     MOVE RIS-CURRENCY-CODE TO WS-OSL-CURRENCY.
106300     MOVE RIS-RETURN-REASON TO WS-OSL-REASON.
106400     MOVE RIS-SETTLEMENT-DATE TO WS-OSL-SETTLEMENT-DATE.
106500     MOVE RIS-LOAD-DATE TO WS-OSL-LOAD-DATE.
106600     WRITE SETTLEMENT-REPORT-LINE FROM WS-OUTSTANDING-LINE
106700         AFTER ADVANCING 1 LINE.
106800     ADD 1 TO WS-LINE-COUNT.
106900 8350-EXIT.
107000     EXIT.
107100
107200*=============================================================
107300* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
107400*                    LOG, WITH THE PERIOD THE RETURNS ANSWER, AND
107500*                    CLOSE THE LOG.
107600*=============================================================
107700 8900-LOG-RUN-END.
107800     MOVE "E" TO RLG-RECORD-TYPE.
107900     MOVE "BNKLOAD" TO RLG-PROGRAM-ID.
108000     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
108100     ACCEPT RLG-TIME FROM TIME.
108200     MOVE WS-RETURN-COUNT TO RLG-RECORDS-READ.
108300     MOVE WS-LOADED-COUNT TO RLG-RECORDS-WRITTEN.
108400     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
108500     MOVE RETURN-CODE TO RLG-RETURN-CODE.
108600     MOVE WS-LOG-PERIOD-NUMBER TO RLG-PERIOD-NUMBER.
108700     WRITE RUN-LOG-RECORD.
108800     CLOSE RUN-LOG-FILE.
108900 8900-EXIT.
109000     EXIT.
