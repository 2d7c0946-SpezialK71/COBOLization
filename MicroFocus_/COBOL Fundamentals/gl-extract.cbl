000300* DESCRIPTION  : POST-PAYROLL GENERAL LEDGER JOURNAL EXTRACT.
000400*                TURNS ONE PAID PERIOD'S PAY STATEMENT DETAIL
000500*                INTO A BALANCED JOURNAL - SALARY EXPENSE
000600*                DEBITED BY COST CENTER (EMPLOYEE GROSS SPREAD BY
000610*                ANY LABOR DISTRIBUTION SPLITS IN FORCE ON THE PAY
000620*                DATE AND ROLLED THROUGH THE DEPARTMENT REFERENCE
000630*                FILE),
000800*                DEDUCTION LIABILITIES CREDITED BY DEDUCTION
000900*                TYPE, AND NET PAY CREDITED TO THE BANK CLEARING
001000*                ACCOUNT. DEBITS MUST EQUAL CREDITS TO THE PENNY
002785*                 THE REORG WOULD HAVE BLOWN WITHIN A YEAR,
002786*                 STOPPING THE NIGHTLY LEDGER FEED COLD. THERE
002787*                 IS NO COST-CENTER CAP AT ALL NOW.
002788* 2026-10-15 TO   MOVED THE JOURNAL LAYOUT INTO THE JRNREC
002789*                 COPYBOOK NOW THAT PAYREV WRITES THE SAME RECORD.
002790* 2026-10-15 TO   SALARY EXPENSE IS NOW CHARGED BY THE LABOR
002791*                 DISTRIBUTION SPLITS (LABDIST) IN FORCE ON THE
002792*                 PERIOD PAY DATE INSTEAD OF 100 PERCENT TO THE
002793*                 HOME DEPARTMENT. THE ROUNDING PENNY GOES TO THE
002794*                 HOME DEPARTMENT SO THE JOURNAL STILL BALANCES.
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005300         RECORD KEY IS DEPT-CODE
005400         FILE STATUS IS WS-DEPTREF-STATUS.
005500
005510     SELECT LABOR-DISTRIBUTION-FILE
005520         ASSIGN TO "LABDIST"
005530         ORGANIZATION IS INDEXED
005540         ACCESS MODE IS DYNAMIC
005550         RECORD KEY IS LDS-KEY
005560         FILE STATUS IS WS-LABDIST-STATUS.
005570
005600     SELECT EXTRACT-SELECT-FILE
005700         ASSIGN TO "GLPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
007800 FD  DEPARTMENT-REFERENCE-FILE.
007900     COPY DEPTREC.
008000
008020* LABOR DISTRIBUTION RECORD - KEYED BY EMPLOYEE + EFFECTIVE DATE.
008040 FD  LABOR-DISTRIBUTION-FILE.
008060     COPY LDREC.
008080
008100* ONE SELECTION PARAMETER RECORD - THE PERIOD TO EXTRACT.
008200 FD  EXTRACT-SELECT-FILE.
008300 01  EXTRACT-SELECT-RECORD.
008900* ONE JOURNAL LINE - DETAILS CLOSED BY A TRAILER CARRYING THE
009000* LINE COUNT AND THE DEBIT AND CREDIT GRAND TOTALS.
009100 FD  GL-JOURNAL-FILE.
009200     COPY JRNREC.
010810
010820* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
010830 FD  RUN-LOG-FILE.
011600     05  WS-GLJRNL-STATUS            PIC X(02) VALUE ZEROS.
011610     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
011620     05  WS-GLCCWRK-STATUS           PIC X(02) VALUE ZEROS.
011645     05  WS-LABDIST-STATUS           PIC X(02) VALUE ZEROS.
011700
011800 01  WS-SWITCHES.
011900     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
012220         88  COST-CENTER-WAS-FOUND           VALUE "Y".
012230     05  WS-CCW-EOF-SWITCH           PIC X(01) VALUE "N".
012240         88  END-OF-WORK-FILE                VALUE "Y".
012250     05  WS-LDS-EOF-SWITCH           PIC X(01) VALUE "N".
012260         88  END-OF-DISTRIBUTIONS            VALUE "Y".
012270     05  WS-DIST-FOUND-SWITCH        PIC X(01) VALUE "N".
012280         88  DISTRIBUTION-IN-FORCE           VALUE "Y".
012300
012400 01  WS-SELECT-PERIOD                 PIC 9(03) VALUE ZEROS.
012500 01  WS-DETAIL-COUNT                  PIC 9(05) VALUE ZEROS COMP.
012600 01  WS-LINE-COUNT                    PIC 9(05) VALUE ZEROS.
012700 01  WS-DED-IX                        PIC 9(02) VALUE ZEROS COMP.
012705
012710* THE LABOR DISTRIBUTION IN FORCE ON THE PAY DATE FOR THE
012715* EMPLOYEE BEING ROLLED, AND THE ONE COST-CENTER CHARGE BEING
012720* BUILT FOR 2150-ADD-TO-COST-CENTER.
012725 01  WS-DIST-AS-OF-DATE              PIC 9(08) VALUE ZEROS.
012730 01  WS-DIST-STOP-DATE               PIC 9(08) VALUE ZEROS.
012735 01  WS-DIST-SPLIT-COUNT             PIC 9(02) VALUE ZEROS.
012740 01  WS-DIST-SPLIT-TABLE.
012745     05  WS-DIST-SPLIT OCCURS 8 TIMES.
012750         10  WS-DIST-DEPARTMENT      PIC X(04).
012755         10  WS-DIST-PERCENT         PIC 9(03)V9(02).
012760 01  WS-DIST-IX                      PIC 9(02) VALUE ZEROS COMP.
012765 01  WS-DIST-REMAINDER               PIC 9(09)V9(02) VALUE ZEROS.
012770 01  WS-WHOLE-YEN-SHARE              PIC 9(09) VALUE ZEROS.
012775 01  WS-ROLL-DEPARTMENT              PIC X(04) VALUE SPACES.
012780 01  WS-ROLL-AMOUNT                  PIC 9(09)V9(02) VALUE ZEROS.
012800
012900* THE LEDGER ACCOUNTS THE JOURNAL POSTS TO - THE SALARY EXPENSE
013000* SIDE USES EACH DEPARTMENT'S OWN COST CENTER FROM DEPTREF.
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023605* NO SPLITS SET UP YET MEANS AN EMPTY FILE - EVERY EMPLOYEE IS
023610* THEN CHARGED TO THE HOME DEPARTMENT.
023615     OPEN INPUT LABOR-DISTRIBUTION-FILE.
023620     IF WS-LABDIST-STATUS = "35"
023625         OPEN OUTPUT LABOR-DISTRIBUTION-FILE
023630         CLOSE LABOR-DISTRIBUTION-FILE
023635         OPEN INPUT LABOR-DISTRIBUTION-FILE
023640     END-IF.
023645     IF WS-LABDIST-STATUS NOT = "00"
023650         DISPLAY "GLEXTR: LABOR-DISTRIBUTION-FILE OPEN FAILED -"
023655         DISPLAY "        FILE STATUS = " WS-LABDIST-STATUS
023660         MOVE 16 TO RETURN-CODE
023665         STOP RUN
023670     END-IF.
023700     OPEN INPUT EXTRACT-SELECT-FILE.
023800     IF WS-GLPARM-STATUS NOT = "00"
023900         DISPLAY "GLEXTR: EXTRACT-SELECT-FILE OPEN FAILED - "
031010         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
031100         STOP RUN
031200     END-IF.
031250     MOVE PPC-PAY-DATE TO WS-DIST-AS-OF-DATE.
031300 1200-EXIT.
031400     EXIT.
031500
034500     EXIT.
034600
034700*=============================================================
034720* 2100-ROLL-GROSS-TO-CC - SPREAD THE GROSS OVER THE COST CENTERS
034740*                         IT IS CHARGED TO. AN EMPLOYEE WITH A
034760*                         LABOR DISTRIBUTION IN FORCE ON THE
034780*                         PAY DATE IS CHARGED BY ITS PERCENTAGE
034800*                         SPLITS, EACH CUT DOWN TO THE PENNY
034820*                         (THE WHOLE YEN FOR JPY). WHATEVER THE
034840*                         CUTS LEAVE OVER GOES TO THE HOME
034860*                         DEPARTMENT, SO THE DEBITS STILL ADD
034880*                         BACK TO THE GROSS EXACTLY. AN EMPLOYEE
034900*                         WITH NO DISTRIBUTION IS CHARGED IN FULL
034920*                         TO THE HOME DEPARTMENT, AS BEFORE.
034940*=============================================================
034960 2100-ROLL-GROSS-TO-CC.
034980     PERFORM 2110-FIND-DISTRIBUTION THRU 2110-EXIT.
035000     MOVE PSD-GROSS-PAY TO WS-DIST-REMAINDER.
035020     IF DISTRIBUTION-IN-FORCE
035040         PERFORM 2130-ROLL-ONE-SPLIT THRU 2130-EXIT
035060             VARYING WS-DIST-IX FROM 1 BY 1
035080             UNTIL WS-DIST-IX > WS-DIST-SPLIT-COUNT
035100         IF WS-DIST-REMAINDER = ZEROS
035120             GO TO 2100-EXIT
035140         END-IF
035160     END-IF.
035180     MOVE PSD-DEPARTMENT-CODE TO WS-ROLL-DEPARTMENT.
035200     MOVE WS-DIST-REMAINDER TO WS-ROLL-AMOUNT.
035220     PERFORM 2150-ADD-TO-COST-CENTER THRU 2150-EXIT.
035240 2100-EXIT.
035260     EXIT.
035280
035300*=============================================================
035320* 2110-FIND-DISTRIBUTION - THE SPLIT SET IN FORCE ON THE PAY
035340*                          DATE IS THE EMPLOYEE'S ROW WITH THE
035360*                          LATEST EFFECTIVE DATE NOT AFTER IT,
035380*                          UNLESS THAT ROW'S STOP DATE HAS PASSED.
035400*=============================================================
035420 2110-FIND-DISTRIBUTION.
035440     MOVE "N" TO WS-DIST-FOUND-SWITCH.
035460     MOVE "N" TO WS-LDS-EOF-SWITCH.
035480     MOVE PSD-EMPLOYEE-NUMBER TO LDS-EMPLOYEE-NUMBER.
035500     MOVE ZEROS TO LDS-EFFECTIVE-DATE.
035520     START LABOR-DISTRIBUTION-FILE KEY >= LDS-KEY
035540         INVALID KEY
035560             MOVE "Y" TO WS-LDS-EOF-SWITCH
035580     END-START.
035600     PERFORM 2120-READ-DISTRIBUTION THRU 2120-EXIT
035620         UNTIL END-OF-DISTRIBUTIONS.
035640     IF DISTRIBUTION-IN-FORCE
035660         AND WS-DIST-STOP-DATE NOT = ZEROS
035680         AND WS-DIST-STOP-DATE < WS-DIST-AS-OF-DATE
035700         MOVE "N" TO WS-DIST-FOUND-SWITCH
035720     END-IF.
035740 2110-EXIT.
035760     EXIT.
035780
035800*=============================================================
035820* 2120-READ-DISTRIBUTION - READ THE NEXT DISTRIBUTION ROW,
035840*                          REMEMBERING THE LAST ONE FOR THE
035860*                          EMPLOYEE DATED ON OR BEFORE THE PAY
035880*                          DATE.
035900*=============================================================
035920 2120-READ-DISTRIBUTION.
035940     READ LABOR-DISTRIBUTION-FILE NEXT RECORD
035960         AT END
035980             MOVE "Y" TO WS-LDS-EOF-SWITCH
036000             GO TO 2120-EXIT
036020     END-READ.
036040     IF LDS-EMPLOYEE-NUMBER NOT = PSD-EMPLOYEE-NUMBER
036060         MOVE "Y" TO WS-LDS-EOF-SWITCH
036080         GO TO 2120-EXIT
036100     END-IF.
036120     IF LDS-EFFECTIVE-DATE > WS-DIST-AS-OF-DATE
036140         MOVE "Y" TO WS-LDS-EOF-SWITCH
036160         GO TO 2120-EXIT
036180     END-IF.
036200     MOVE "Y" TO WS-DIST-FOUND-SWITCH.
036220     MOVE LDS-STOP-DATE TO WS-DIST-STOP-DATE.
036240     MOVE LDS-SPLIT-COUNT TO WS-DIST-SPLIT-COUNT.
036260     MOVE LDS-SPLIT-TABLE TO WS-DIST-SPLIT-TABLE.
036280 2120-EXIT.
036300     EXIT.
036320
036340*=============================================================
036360* 2130-ROLL-ONE-SPLIT - CHARGE ONE SPLIT'S SHARE OF THE GROSS TO
036380*                       ITS DEPARTMENT. THE SHARE IS TRUNCATED,
036400*                       NEVER ROUNDED UP, SO THE SPLITS CAN NEVER
036420*                       COME TO MORE THAN THE GROSS.
036440*=============================================================
036460 2130-ROLL-ONE-SPLIT.
036480     IF PSD-CURRENCY-IS-JPY
036500         COMPUTE WS-WHOLE-YEN-SHARE =
036520             PSD-GROSS-PAY * WS-DIST-PERCENT (WS-DIST-IX) / 100
036540         MOVE WS-WHOLE-YEN-SHARE TO WS-ROLL-AMOUNT
036560     ELSE
036580         COMPUTE WS-ROLL-AMOUNT =
036600             PSD-GROSS-PAY * WS-DIST-PERCENT (WS-DIST-IX) / 100
036620     END-IF.
036640     SUBTRACT WS-ROLL-AMOUNT FROM WS-DIST-REMAINDER.
036660     MOVE WS-DIST-DEPARTMENT (WS-DIST-IX) TO WS-ROLL-DEPARTMENT.
036680     PERFORM 2150-ADD-TO-COST-CENTER THRU 2150-EXIT.
036700 2130-EXIT.
036720     EXIT.
036740
036760*=============================================================
036780* 2150-ADD-TO-COST-CENTER - LOOK UP THE CHARGED DEPARTMENT FOR
036800*                           ITS COST CENTER AND ADD THE AMOUNT
036820*                           INTO THAT COST CENTER'S ROW. A
036840*                           DEPARTMENT MISSING FROM DEPTREF STOPS
036860*                           THE RUN - AN EXPENSE WITH NO COST
036880*                           CENTER CANNOT POST.
036900*=============================================================
036920 2150-ADD-TO-COST-CENTER.
036940     MOVE WS-ROLL-DEPARTMENT TO DEPT-CODE.
036960     READ DEPARTMENT-REFERENCE-FILE
036980         INVALID KEY
037000             DISPLAY "GLEXTR: DEPARTMENT " WS-ROLL-DEPARTMENT
037020                     " NOT ON DEPTREF - EMPLOYEE "
037040                     PSD-EMPLOYEE-NUMBER
037060             MOVE 16 TO RETURN-CODE
037080             STOP RUN
037100     END-READ.
037120     MOVE DEPT-COST-CENTER TO CCW-COST-CENTER.
037140     MOVE "Y" TO WS-CCW-FOUND-SWITCH.
037160     READ COST-CENTER-WORK-FILE
037180         INVALID KEY
037200             MOVE "N" TO WS-CCW-FOUND-SWITCH
037220     END-READ.
037240     IF NOT COST-CENTER-WAS-FOUND
037260         MOVE DEPT-COST-CENTER TO CCW-COST-CENTER
037280         MOVE ZEROS TO CCW-USD
037300         MOVE ZEROS TO CCW-GBP
037320         MOVE ZEROS TO CCW-EUR
037340         MOVE ZEROS TO CCW-JPY
037360     END-IF.
037380     EVALUATE TRUE
037400         WHEN PSD-CURRENCY-IS-GBP
037420             ADD WS-ROLL-AMOUNT TO CCW-GBP
037440             ADD WS-ROLL-AMOUNT TO WS-DR-GBP
037460         WHEN PSD-CURRENCY-IS-EUR
037480             ADD WS-ROLL-AMOUNT TO CCW-EUR
037500             ADD WS-ROLL-AMOUNT TO WS-DR-EUR
037520         WHEN PSD-CURRENCY-IS-JPY
037540             ADD WS-ROLL-AMOUNT TO CCW-JPY
037560             ADD WS-ROLL-AMOUNT TO WS-DR-JPY
037580         WHEN OTHER
037600             ADD WS-ROLL-AMOUNT TO CCW-USD
037620             ADD WS-ROLL-AMOUNT TO WS-DR-USD
037640     END-EVALUATE.
037660     IF COST-CENTER-WAS-FOUND
037680         REWRITE COST-CENTER-WORK-RECORD
037700             INVALID KEY
037720                 DISPLAY "GLEXTR: WORK FILE REWRITE FAILED - "
037740                         CCW-COST-CENTER
037760                 MOVE 16 TO RETURN-CODE
037780                 STOP RUN
037800         END-REWRITE
037820     ELSE
037840         WRITE COST-CENTER-WORK-RECORD
037860             INVALID KEY
037880                 DISPLAY "GLEXTR: WORK FILE WRITE FAILED - "
037900                         CCW-COST-CENTER
037920                 MOVE 16 TO RETURN-CODE
037940                 STOP RUN
037960         END-WRITE
037980     END-IF.
038000 2150-EXIT.
038020     EXIT.
041100
041300*=============================================================
041400* 2200-ROLL-DEDUCTIONS - CREDIT EACH DEDUCTION LINE TO ITS
056000     CLOSE EXTRACT-SELECT-FILE.
056100     CLOSE GL-JOURNAL-FILE.
056105     CLOSE COST-CENTER-WORK-FILE.
056107     CLOSE LABOR-DISTRIBUTION-FILE.
056110     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
056200 8000-EXIT.
056300     EXIT.
