000100*=============================================================
000200* PROGRAM      : PNDAGE
000300* DESCRIPTION  : PENDING CHANGE AGING REPORT. LISTS EVERY PAY OR
000400*                BANK CHANGE EMPMAINT HELD FOR APPROVAL THAT HAS
000500*                WAITED MORE THAN THE NUMBER OF DAYS ON AGEPARM
000600*                (005 WHEN THE PARAMETER IS BLANK OR MISSING),
000700*                OLDEST FIRST, WITH ITS AGE IN CALENDAR DAYS, WHO
000800*                ENTERED IT, WHICH PARTS ARE HELD AND THE PAY TYPE
000900*                AND PAY BEFORE AND AFTER - THE HOURLY RATE FOR AN
001000*                HOURLY ("H") SIDE, THE SALARY OTHERWISE. THE
001100*                PENDING KEY IS PRINTED AS CHGAPPR EXPECTS IT ON
001200*                APPRTRAN, SO THE APPROVER CAN RELEASE OR REJECT
001300*                STRAIGHT FROM THE REPORT. BANK ACCOUNT NUMBERS
001400*                ARE NOT PRINTED.
001500*=============================================================
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID. PNDAGE.
001800 AUTHOR. T. OKAFOR.
001900 INSTALLATION. PAYROLL SYSTEMS GROUP.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200* MODIFICATION HISTORY
002300* DATE       INIT DESCRIPTION
002400* 2026-10-15 TO   INITIAL VERSION - WITH CHANGES NOW HELD FOR A
002500*                 SECOND PERSON'S APPROVAL, SOMETHING HAS TO SHOW
002600*                 THE ONES NOBODY HAS ACTED ON.
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AGING-PARAMETER-FILE
003500         ASSIGN TO "AGEPARM"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-AGEPARM-STATUS.
003800
003900     SELECT PENDING-CHANGE-FILE
004000         ASSIGN TO "PENDCHG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS PND-KEY
004400         ALTERNATE RECORD KEY IS PND-EMPLOYEE-NUMBER
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-PENDCHG-STATUS.
004700
004800     SELECT EMPLOYEE-MASTER-FILE
004900         ASSIGN TO "EMPMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS EMP-EMPLOYEE-NUMBER
005300         ALTERNATE RECORD KEY IS EMP-LAST-NAME
005400             WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005600             WITH DUPLICATES
005700         FILE STATUS IS WS-EMPMAST-STATUS.
005800
005900     SELECT AGING-REPORT-FILE
006000         ASSIGN TO "PNDRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PNDRPT-STATUS.
006300
006400     SELECT RUN-LOG-FILE
006500         ASSIGN TO "RUNLOG"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-RUNLOG-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100* ONE PARAMETER RECORD - THE NUMBER OF DAYS AN ITEM MUST HAVE
007200* WAITED TO BE LISTED. BLANK MEANS THE DEFAULT.
007300 FD  AGING-PARAMETER-FILE.
007400 01  AGING-PARAMETER-RECORD.
007500     05  AGEP-DAYS-X                 PIC X(03).
007600     05  AGEP-DAYS REDEFINES AGEP-DAYS-X
007700                                     PIC 9(03).
007800
007900* PENDING CHANGE RECORD - READ IN KEY ORDER, WHICH IS THE ORDER
008000* THE CHANGES WERE ENTERED.
008100 FD  PENDING-CHANGE-FILE.
008200     COPY PNDREC.
008300
008400* EMPLOYEE MASTER RECORD - READ FOR THE NAME ONLY.
008500 FD  EMPLOYEE-MASTER-FILE.
008600     COPY EMPREC.
008700
008800 FD  AGING-REPORT-FILE.
008900 01  AGING-REPORT-LINE               PIC X(132).
009000
009100* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
009200 FD  RUN-LOG-FILE.
009300     COPY RLGREC.
009400
009500 WORKING-STORAGE SECTION.
009600 01  WS-FILE-STATUSES.
009700     05  WS-AGEPARM-STATUS           PIC X(02) VALUE ZEROS.
009800     05  WS-PENDCHG-STATUS           PIC X(02) VALUE ZEROS.
009900     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
010000     05  WS-PNDRPT-STATUS            PIC X(02) VALUE ZEROS.
010100     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
010200
010300 01  WS-SWITCHES.
010400     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
010500         88  END-OF-PENDING-FILE             VALUE "Y".
010600     05  WS-PENDCHG-OPEN-SWITCH      PIC X(01) VALUE "N".
010700         88  PENDING-FILE-IS-OPEN            VALUE "Y".
010800
010900 01  WS-COUNTERS.
011000     05  WS-READ-COUNT               PIC 9(05) VALUE ZEROS COMP.
011100     05  WS-LISTED-COUNT             PIC 9(05) VALUE ZEROS COMP.
011200
011300* THE AGE AN ITEM MUST EXCEED TO BE LISTED, AND THE OLDEST SEEN.
011400 01  WS-AGE-LIMIT                    PIC 9(03) VALUE 005.
011500 01  WS-ITEM-AGE                     PIC 9(05) VALUE ZEROS.
011600 01  WS-OLDEST-AGE                   PIC 9(05) VALUE ZEROS.
011700
011800* REPORT CONTROL COUNTERS.
011900 01  WS-REPORT-CONTROLS.
012000     05  WS-LINE-COUNT               PIC 9(03) VALUE ZEROS COMP.
012100     05  WS-PAGE-NUMBER              PIC 9(03) VALUE ZEROS COMP.
012200
012300 01  WS-CONSTANTS.
012400     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
012500
012600* RUN DATE PER THE SYSTEM CLOCK, AND ITS DAY NUMBER - EVERY ITEM'S
012700* AGE IS COUNTED TO IT.
012800 01  WS-RUN-DATE.
012900     05  WS-RUN-DATE-CCYY            PIC 9(04).
013000     05  WS-RUN-DATE-MM              PIC 9(02).
013100     05  WS-RUN-DATE-DD              PIC 9(02).
013200 01  WS-RUN-DATE-EDITED               PIC X(10) VALUE SPACES.
013300 01  WS-RUN-DAY-NUMBER                PIC 9(07) VALUE ZEROS.
013400
013500* DATE-TO-DAY-NUMBER WORK FIELDS, AS IN INTAUDIT - A CCYYMMDD DATE
013600* BECOMES A SERIAL DAY COUNT SO TWO DATES SUBTRACT TO EXACT DAYS.
013700 01  WS-DAY-NUMBER-WORK.
013800     05  WS-DTD-DATE.
013900         10  WS-DTD-CCYY             PIC 9(04).
014000         10  WS-DTD-MM               PIC 9(02).
014100         10  WS-DTD-DD               PIC 9(02).
014200     05  WS-DTD-PRIOR-YEAR           PIC 9(04) VALUE ZEROS.
014300     05  WS-DTD-LEAPS-4              PIC 9(04) VALUE ZEROS.
014400     05  WS-DTD-LEAPS-100            PIC 9(04) VALUE ZEROS.
014500     05  WS-DTD-LEAPS-400            PIC 9(04) VALUE ZEROS.
014600     05  WS-DTD-MONTH-DAYS           PIC 9(03) VALUE ZEROS.
014700     05  WS-DTD-DAY-NUMBER           PIC 9(07) VALUE ZEROS.
014800     05  WS-DTD-LEAP-QUOTIENT        PIC 9(04) VALUE ZEROS.
014900     05  WS-DTD-LEAP-REMAINDER       PIC 9(04) VALUE ZEROS.
015000     05  WS-DTD-LEAP-SWITCH          PIC X(01) VALUE "N".
015100         88  YEAR-IS-LEAP                    VALUE "Y".
015200
015300* PRINT LINE LAYOUTS FOR THE AGING REPORT.
015400 01  WS-HEADING-LINE-1.
015500     05  FILLER                      PIC X(10) VALUE "RUN DATE: ".
015600     05  WS-HDG-RUN-DATE             PIC X(10).
015700     05  FILLER                      PIC X(08) VALUE SPACES.
015800     05  FILLER                      PIC X(36) VALUE
015900             "PENDING CHANGE AGING REPORT".
016000     05  FILLER                      PIC X(19) VALUE
016100             "WAITING MORE THAN ".
016200     05  WS-HDG-AGE-LIMIT            PIC ZZ9.
016300     05  FILLER                      PIC X(05) VALUE " DAYS".
016400     05  FILLER                      PIC X(12) VALUE SPACES.
016500     05  FILLER                      PIC X(06) VALUE "PAGE: ".
016600     05  WS-HDG-PAGE-NUMBER          PIC ZZ9.
016700
016800 01  WS-HEADING-LINE-2.
016900     05  FILLER                  PIC X(22) VALUE
017000             "PENDING KEY".
017100     05  FILLER                  PIC X(06) VALUE " DAYS".
017200     05  FILLER                  PIC X(07) VALUE "EMP NO".
017300     05  FILLER                  PIC X(20) VALUE "EMPLOYEE NAME".
017400     05  FILLER                  PIC X(10) VALUE "ENTERED".
017500     05  FILLER                  PIC X(08) VALUE "HELD".
017600     05  FILLER                  PIC X(15) VALUE
017700             "T BEFORE AMOUNT".
017800     05  FILLER                  PIC X(17) VALUE
017900             "  T  AFTER AMOUNT".
018000     05  FILLER                  PIC X(05) VALUE " CCY".
018100     05  FILLER                  PIC X(11) VALUE "OLD ROUTING".
018200     05  FILLER                  PIC X(11) VALUE "NEW ROUTING".
018300
018400 01  WS-DETAIL-LINE.
018500     05  WS-DTL-ENTRY-DATE           PIC 9(08).
018600     05  FILLER                      PIC X(01) VALUE SPACES.
018700     05  WS-DTL-ENTRY-TIME           PIC 9(06).
018800     05  FILLER                      PIC X(01) VALUE SPACES.
018900     05  WS-DTL-ENTRY-SEQUENCE       PIC 9(04).
019000     05  FILLER                      PIC X(02) VALUE SPACES.
019100     05  WS-DTL-AGE                  PIC ZZZZ9.
019200     05  FILLER                      PIC X(01) VALUE SPACES.
019300     05  WS-DTL-EMPLOYEE-NUMBER      PIC ZZZZ9.
019400     05  FILLER                      PIC X(02) VALUE SPACES.
019500     05  WS-DTL-NAME                 PIC X(18).
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  WS-DTL-ENTERED-BY           PIC X(08).
019800     05  FILLER                      PIC X(02) VALUE SPACES.
019900     05  WS-DTL-HELD                 PIC X(06).
020000     05  FILLER                      PIC X(02) VALUE SPACES.
020100     05  WS-DTL-BEFORE-PAY-TYPE      PIC X(01).
020200     05  WS-DTL-BEFORE-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
020300     05  FILLER                      PIC X(02) VALUE SPACES.
020400     05  WS-DTL-AFTER-PAY-TYPE       PIC X(01).
020500     05  WS-DTL-AFTER-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
020600     05  FILLER                      PIC X(01) VALUE SPACES.
020700     05  WS-DTL-CURRENCY             PIC X(03).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  WS-DTL-BEFORE-ROUTING       PIC 9(09).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  WS-DTL-AFTER-ROUTING        PIC 9(09).
021200     05  FILLER                      PIC X(01) VALUE SPACES.
021300
021400 01  WS-COUNT-LINE.
021500     05  WS-CTL-COUNT-LABEL          PIC X(32).
021600     05  WS-CTL-COUNT                PIC ZZ,ZZ9.
021700
021800 PROCEDURE DIVISION.
021900
022000*=============================================================
022100* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE AGING RUN.
022200*=============================================================
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
022600         UNTIL END-OF-PENDING-FILE.
022700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022800     STOP RUN.
022900
023000*=============================================================
023100* 1000-INITIALIZE - OPEN THE FILES, TAKE THE AGE LIMIT, NOTE THE
023200*                   RUN DATE'S DAY NUMBER AND PRIME THE READ.
023300*                   WITH NO PENDING CHANGE FILE THERE IS NOTHING
023400*                   TO LIST.
023500*=============================================================
023600 1000-INITIALIZE.
023700     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
023800     PERFORM 1100-READ-PARAMETER THRU 1100-EXIT.
023900     OPEN INPUT EMPLOYEE-MASTER-FILE.
024000     IF WS-EMPMAST-STATUS NOT = "00"
024100         DISPLAY "PNDAGE: EMPLOYEE-MASTER-FILE OPEN FAILED - "
024200         DISPLAY "        FILE STATUS = " WS-EMPMAST-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     MOVE "Y" TO WS-PENDCHG-OPEN-SWITCH.
024700     OPEN INPUT PENDING-CHANGE-FILE.
024800     IF WS-PENDCHG-STATUS = "35"
024900         MOVE "N" TO WS-PENDCHG-OPEN-SWITCH
025000         DISPLAY "PNDAGE: NO PENDING-CHANGE FILE - NOTHING IS "
025100                 "PENDING"
025200     END-IF.
025300     IF PENDING-FILE-IS-OPEN
025400         AND WS-PENDCHG-STATUS NOT = "00"
025500         DISPLAY "PNDAGE: PENDING-CHANGE-FILE OPEN FAILED - "
025600         DISPLAY "        FILE STATUS = " WS-PENDCHG-STATUS
025700         MOVE 16 TO RETURN-CODE
025800         STOP RUN
025900     END-IF.
026000     OPEN OUTPUT AGING-REPORT-FILE.
026100     IF WS-PNDRPT-STATUS NOT = "00"
026200         DISPLAY "PNDAGE: AGING-REPORT-FILE OPEN FAILED - "
026300         DISPLAY "        FILE STATUS = " WS-PNDRPT-STATUS
026400         MOVE 16 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026800     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
026900            WS-RUN-DATE-CCYY DELIMITED BY SIZE
027000         INTO WS-RUN-DATE-EDITED.
027100     MOVE WS-RUN-DATE TO WS-DTD-DATE.
027200     PERFORM 7200-DATE-TO-DAY-NUMBER THRU 7200-EXIT.
027300     MOVE WS-DTD-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
027400     MOVE ZEROS TO WS-PAGE-NUMBER.
027500     PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT.
027600     MOVE "N" TO WS-EOF-SWITCH.
027700     IF NOT PENDING-FILE-IS-OPEN
027800         MOVE "Y" TO WS-EOF-SWITCH
027900         GO TO 1000-EXIT
028000     END-IF.
028100     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400
028500*=============================================================
028600* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
028700*                      RUN LOG, CREATING THE FILE ON ITS FIRST
028800*                      USE.
028900*=============================================================
029000 1050-LOG-RUN-START.
029100     OPEN EXTEND RUN-LOG-FILE.
029200     IF WS-RUNLOG-STATUS = "35"
029300         OPEN OUTPUT RUN-LOG-FILE
029400         CLOSE RUN-LOG-FILE
029500         OPEN EXTEND RUN-LOG-FILE
029600     END-IF.
029700     IF WS-RUNLOG-STATUS NOT = "00" AND
029800             WS-RUNLOG-STATUS NOT = "05"
029900         DISPLAY "PNDAGE: RUN-LOG-FILE OPEN FAILED - "
030000         DISPLAY "        FILE STATUS = " WS-RUNLOG-STATUS
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     MOVE "S" TO RLG-RECORD-TYPE.
030500     MOVE "PNDAGE" TO RLG-PROGRAM-ID.
030600     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
030700     ACCEPT RLG-TIME FROM TIME.
030800     MOVE ZEROS TO RLG-RECORDS-READ.
030900     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
031000     MOVE ZEROS TO RLG-REJECT-COUNT.
031100     MOVE ZEROS TO RLG-RETURN-CODE.
031200     MOVE ZEROS TO RLG-PERIOD-NUMBER.
031300     WRITE RUN-LOG-RECORD.
031400 1050-EXIT.
031500     EXIT.
031600
031700*=============================================================
031800* 1100-READ-PARAMETER - TAKE THE AGE LIMIT FROM AGEPARM. A MISSING
031900*                       FILE OR RECORD, OR A BLANK FIELD, LEAVES
032000*                       THE DEFAULT OF 005 DAYS; ANYTHING ELSE
032100*                       MUST BE NUMERIC.
032200*=============================================================
032300 1100-READ-PARAMETER.
032400     OPEN INPUT AGING-PARAMETER-FILE.
032500     IF WS-AGEPARM-STATUS = "35"
032600         GO TO 1100-EXIT
032700     END-IF.
032800     IF WS-AGEPARM-STATUS NOT = "00"
032900         DISPLAY "PNDAGE: AGING-PARAMETER-FILE OPEN FAILED - "
033000         DISPLAY "        FILE STATUS = " WS-AGEPARM-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     READ AGING-PARAMETER-FILE
033500         AT END
033600             CLOSE AGING-PARAMETER-FILE
033700             GO TO 1100-EXIT
033800     END-READ.
033900     CLOSE AGING-PARAMETER-FILE.
034000     IF AGEP-DAYS-X = SPACES
034100         GO TO 1100-EXIT
034200     END-IF.
034300     IF AGEP-DAYS-X NOT NUMERIC
034400         DISPLAY "PNDAGE: NON-NUMERIC DAYS ON AGEPARM - "
034500                 AGEP-DAYS-X
034600         MOVE 16 TO RETURN-CODE
034700         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
034800         STOP RUN
034900     END-IF.
035000     MOVE AGEP-DAYS TO WS-AGE-LIMIT.
035100 1100-EXIT.
035200     EXIT.
035300
035400*=============================================================
035500* 2000-PROCESS-PENDING - AGE ONE PENDING ITEM, LIST IT IF IT HAS
035600*                        WAITED LONGER THAN THE LIMIT, THEN READ
035700*                        THE NEXT.
035800*=============================================================
035900 2000-PROCESS-PENDING.
036000     MOVE PND-ENTRY-DATE TO WS-DTD-DATE.
036100     PERFORM 7200-DATE-TO-DAY-NUMBER THRU 7200-EXIT.
036200     IF WS-DTD-DAY-NUMBER > WS-RUN-DAY-NUMBER
036300         MOVE ZEROS TO WS-ITEM-AGE
036400     ELSE
036500         COMPUTE WS-ITEM-AGE =
036600             WS-RUN-DAY-NUMBER - WS-DTD-DAY-NUMBER
036700     END-IF.
036800     IF WS-ITEM-AGE > WS-AGE-LIMIT
036900         PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT
037000     END-IF.
037100     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
037200 2000-EXIT.
037300     EXIT.
037400
037500*=============================================================
037600* 2100-WRITE-DETAIL - PRINT ONE AGED PENDING ITEM, WITH THE NAME
037700*                     FROM THE MASTER.
037800*=============================================================
037900 2100-WRITE-DETAIL.
038000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
038100         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
038200     END-IF.
038300     ADD 1 TO WS-LISTED-COUNT.
038400     IF WS-ITEM-AGE > WS-OLDEST-AGE
038500         MOVE WS-ITEM-AGE TO WS-OLDEST-AGE
038600     END-IF.
038700     MOVE PND-ENTRY-DATE TO WS-DTL-ENTRY-DATE.
038800     MOVE PND-ENTRY-TIME TO WS-DTL-ENTRY-TIME.
038900     MOVE PND-ENTRY-SEQUENCE TO WS-DTL-ENTRY-SEQUENCE.
039000     MOVE WS-ITEM-AGE TO WS-DTL-AGE.
039100     MOVE PND-EMPLOYEE-NUMBER TO WS-DTL-EMPLOYEE-NUMBER.
039200     MOVE PND-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
039300     MOVE SPACES TO WS-DTL-NAME.
039400     READ EMPLOYEE-MASTER-FILE
039500         INVALID KEY
039600             MOVE "NOT ON FILE" TO WS-DTL-NAME
039700         NOT INVALID KEY
039800             STRING EMP-LAST-NAME DELIMITED BY SPACE
039900                    ", " DELIMITED BY SIZE
040000                    EMP-FIRST-NAME DELIMITED BY SPACE
040100                 INTO WS-DTL-NAME
040200     END-READ.
040300     MOVE PND-ENTERED-BY TO WS-DTL-ENTERED-BY.
040400     EVALUATE TRUE
040500         WHEN PND-SALARY-IS-HELD AND PND-BANK-IS-HELD
040600             MOVE "PAY+BK" TO WS-DTL-HELD
040700         WHEN PND-SALARY-IS-HELD
040800             MOVE "PAY" TO WS-DTL-HELD
040900         WHEN OTHER
041000             MOVE "BANK" TO WS-DTL-HELD
041100     END-EVALUATE.
041200     MOVE PND-BEFORE-PAY-TYPE TO WS-DTL-BEFORE-PAY-TYPE.
041300     IF PND-BEFORE-PAY-TYPE = "H"
041400         MOVE PND-BEFORE-HOURLY-RATE TO WS-DTL-BEFORE-AMOUNT
041500     ELSE
041600         MOVE PND-BEFORE-SALARY TO WS-DTL-BEFORE-AMOUNT
041700     END-IF.
041800     MOVE PND-AFTER-PAY-TYPE TO WS-DTL-AFTER-PAY-TYPE.
041900     IF PND-AFTER-PAY-TYPE = "H"
042000         MOVE PND-AFTER-HOURLY-RATE TO WS-DTL-AFTER-AMOUNT
042100     ELSE
042200         MOVE PND-AFTER-SALARY TO WS-DTL-AFTER-AMOUNT
042300     END-IF.
042400     MOVE PND-AFTER-CURRENCY TO WS-DTL-CURRENCY.
042500     MOVE PND-BEFORE-ROUTING TO WS-DTL-BEFORE-ROUTING.
042600     MOVE PND-AFTER-ROUTING TO WS-DTL-AFTER-ROUTING.
042700     WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
042800         AFTER ADVANCING 1 LINE.
042900     ADD 1 TO WS-LINE-COUNT.
043000 2100-EXIT.
043100     EXIT.
043200
043300*=============================================================
043400* 2500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REPORT.
043500*=============================================================
043600 2500-WRITE-PAGE-HEADERS.
043700     ADD 1 TO WS-PAGE-NUMBER.
043800     MOVE WS-RUN-DATE-EDITED TO WS-HDG-RUN-DATE.
043900     MOVE WS-AGE-LIMIT TO WS-HDG-AGE-LIMIT.
044000     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-NUMBER.
044100     WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-1
044200         AFTER ADVANCING PAGE.
044300     WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE-2
044400         AFTER ADVANCING 2 LINES.
044500     MOVE 1 TO WS-LINE-COUNT.
044600 2500-EXIT.
044700     EXIT.
044800
044900*=============================================================
045000* 2900-READ-PENDING - READ THE NEXT PENDING ITEM IN KEY ORDER.
045100*=============================================================
045200 2900-READ-PENDING.
045300     READ PENDING-CHANGE-FILE NEXT RECORD
045400         AT END
045500             MOVE "Y" TO WS-EOF-SWITCH
045600             GO TO 2900-EXIT
045700     END-READ.
045800     ADD 1 TO WS-READ-COUNT.
045900 2900-EXIT.
046000     EXIT.
046100
046200*=============================================================
046300* 7200-DATE-TO-DAY-NUMBER - TURN THE CCYYMMDD DATE IN
046400*                           WS-DTD-DATE INTO A SERIAL DAY COUNT,
046500*                           LEAP YEARS AND CENTURY RULES
046600*                           HONOURED, SO TWO DATES SUBTRACT TO
046700*                           EXACT CALENDAR DAYS.
046800*=============================================================
046900 7200-DATE-TO-DAY-NUMBER.
047000     EVALUATE WS-DTD-MM
047100         WHEN 01 MOVE 000 TO WS-DTD-MONTH-DAYS
047200         WHEN 02 MOVE 031 TO WS-DTD-MONTH-DAYS
047300         WHEN 03 MOVE 059 TO WS-DTD-MONTH-DAYS
047400         WHEN 04 MOVE 090 TO WS-DTD-MONTH-DAYS
047500         WHEN 05 MOVE 120 TO WS-DTD-MONTH-DAYS
047600         WHEN 06 MOVE 151 TO WS-DTD-MONTH-DAYS
047700         WHEN 07 MOVE 181 TO WS-DTD-MONTH-DAYS
047800         WHEN 08 MOVE 212 TO WS-DTD-MONTH-DAYS
047900         WHEN 09 MOVE 243 TO WS-DTD-MONTH-DAYS
048000         WHEN 10 MOVE 273 TO WS-DTD-MONTH-DAYS
048100         WHEN 11 MOVE 304 TO WS-DTD-MONTH-DAYS
048200         WHEN OTHER MOVE 334 TO WS-DTD-MONTH-DAYS
048300     END-EVALUATE.
048400     IF WS-DTD-MM > 02
048500         PERFORM 7300-CHECK-LEAP-YEAR THRU 7300-EXIT
048600         IF YEAR-IS-LEAP
048700             ADD 1 TO WS-DTD-MONTH-DAYS
048800         END-IF
048900     END-IF.
049000     COMPUTE WS-DTD-PRIOR-YEAR = WS-DTD-CCYY - 1.
049100     DIVIDE WS-DTD-PRIOR-YEAR BY 4 GIVING WS-DTD-LEAPS-4.
049200     DIVIDE WS-DTD-PRIOR-YEAR BY 100 GIVING WS-DTD-LEAPS-100.
049300     DIVIDE WS-DTD-PRIOR-YEAR BY 400 GIVING WS-DTD-LEAPS-400.
049400     COMPUTE WS-DTD-DAY-NUMBER =
049500         WS-DTD-CCYY * 365
049600         + WS-DTD-LEAPS-4 - WS-DTD-LEAPS-100 + WS-DTD-LEAPS-400
049700         + WS-DTD-MONTH-DAYS + WS-DTD-DD.
049800 7200-EXIT.
049900     EXIT.
050000
050100*=============================================================
050200* 7300-CHECK-LEAP-YEAR - NOTE WHETHER WS-DTD-CCYY IS A LEAP
050300*                        YEAR. CENTURY YEARS LEAP ONLY WHEN
050400*                        DIVISIBLE BY 400.
050500*=============================================================
050600 7300-CHECK-LEAP-YEAR.
050700     MOVE "N" TO WS-DTD-LEAP-SWITCH.
050800     DIVIDE WS-DTD-CCYY BY 4 GIVING WS-DTD-LEAP-QUOTIENT
050900         REMAINDER WS-DTD-LEAP-REMAINDER.
051000     IF WS-DTD-LEAP-REMAINDER NOT = ZEROS
051100         GO TO 7300-EXIT
051200     END-IF.
051300     DIVIDE WS-DTD-CCYY BY 100 GIVING WS-DTD-LEAP-QUOTIENT
051400         REMAINDER WS-DTD-LEAP-REMAINDER.
051500     IF WS-DTD-LEAP-REMAINDER NOT = ZEROS
051600         MOVE "Y" TO WS-DTD-LEAP-SWITCH
051700         GO TO 7300-EXIT
051800     END-IF.
051900     DIVIDE WS-DTD-CCYY BY 400 GIVING WS-DTD-LEAP-QUOTIENT
052000         REMAINDER WS-DTD-LEAP-REMAINDER.
052100     IF WS-DTD-LEAP-REMAINDER = ZEROS
052200         MOVE "Y" TO WS-DTD-LEAP-SWITCH
052300     END-IF.
052400 7300-EXIT.
052500     EXIT.
052600
052700*=============================================================
052800* 8000-TERMINATE - PRINT THE COUNTS AND CLOSE THE FILES.
052900*=============================================================
053000 8000-TERMINATE.
053100     MOVE "CHANGES PENDING" TO WS-CTL-COUNT-LABEL.
053200     MOVE WS-READ-COUNT TO WS-CTL-COUNT.
053300     WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE
053400         AFTER ADVANCING 3 LINES.
053500     MOVE "LISTED AS OVERDUE" TO WS-CTL-COUNT-LABEL.
053600     MOVE WS-LISTED-COUNT TO WS-CTL-COUNT.
053700     WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE
053800         AFTER ADVANCING 1 LINE.
053900     MOVE "OLDEST LISTED (DAYS)" TO WS-CTL-COUNT-LABEL.
054000     MOVE WS-OLDEST-AGE TO WS-CTL-COUNT.
054100     WRITE AGING-REPORT-LINE FROM WS-COUNT-LINE
054200         AFTER ADVANCING 1 LINE.
054300     DISPLAY "PNDAGE - PENDING: " WS-READ-COUNT
054400             " OVER " WS-AGE-LIMIT " DAYS: " WS-LISTED-COUNT.
054500     IF PENDING-FILE-IS-OPEN
054600         CLOSE PENDING-CHANGE-FILE
054700     END-IF.
054800     CLOSE EMPLOYEE-MASTER-FILE.
054900     CLOSE AGING-REPORT-FILE.
055000     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
055100 8000-EXIT.
055200     EXIT.
055300
055400*=============================================================
055500* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
055600*                    LOG AND CLOSE THE LOG.
055700*=============================================================
055800 8900-LOG-RUN-END.
055900     MOVE "E" TO RLG-RECORD-TYPE.
056000     MOVE "PNDAGE" TO RLG-PROGRAM-ID.
056100     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
056200     ACCEPT RLG-TIME FROM TIME.
056300     MOVE WS-READ-COUNT TO RLG-RECORDS-READ.
056400     MOVE WS-LISTED-COUNT TO RLG-RECORDS-WRITTEN.
056500     MOVE ZEROS TO RLG-REJECT-COUNT.
056600     MOVE RETURN-CODE TO RLG-RETURN-CODE.
056700     MOVE ZEROS TO RLG-PERIOD-NUMBER.
056800     WRITE RUN-LOG-RECORD.
056900     CLOSE RUN-LOG-FILE.
057000 8900-EXIT.
057100     EXIT.
