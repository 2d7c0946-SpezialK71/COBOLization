005183*                 WRITE THE RUN-LOG END ROW BEFORE STOPPING, SO
005184*                 OPSRPT SHOWS AN RC-16 REFUSAL INSTEAD OF A RUN
005185*                 THAT DIED.
005186* 2026-10-15 TO   MOVED THE BANK PAYMENT LAYOUT INTO THE BPRREC
005187*                 COPYBOOK NOW THAT OFFCYCLE WRITES THE SAME
005188*                 RECORD, AND STAMP EACH STATEMENT DETAIL ROW AS
005189*                 REGULAR PERIOD PAY (NEW PSDREC EARNINGS TYPE).
005190* 2026-10-15 TO   HOURLY EMPLOYEES (EMPREC PAY TYPE "H") ARE PAID
005191*                 FROM THEIR TIME CARD FOR THE PERIOD (TCREC,
005192*                 LOADED BY TCEDIT) - REGULAR HOURS AT THE HOURLY
005193*                 RATE, OVERTIME AT TIME AND A HALF, PLUS A SHIFT
005194*                 PREMIUM ON SHIFT HOURS. NO CARD, NO RATE OR NO
005195*                 HOURS REJECTS THE EMPLOYEE. THE HOURLY GROSS
005196*                 JOINS THE MASTER SIDE OF THE RECONCILIATION AND
005197*                 THE CHECKPOINT RECORD GREW BY ITS TOTAL - NO RUN
005198*                 MAY BE LEFT IN PROGRESS ACROSS THE CUTOVER.
005199* 2026-10-15 TO   EVERY EMPLOYEE PAID ACCRUES VACATION AND SICK
005200*                 HOURS ON THE NEW LEAVE BALANCE FILE (LVBREC),
005201*                 AT THE LEAVE POLICY (LVPOL) TIER FOR THEIR
005202*                 COMPLETED YEARS OF SERVICE, UP TO EACH TYPE'S
005203*                 CAP. THE HOURS ACCRUED AND THE NEW BALANCES
005204*                 GO ON THE STATEMENT DETAIL ROW. A BALANCE ROW
005205*                 ALREADY ACCRUED FOR THE PAY DATE IS NOT
005206*                 ACCRUED AGAIN ON A RESTART OR RERUN.
005207* 2026-10-15 TO   AN EMPLOYEE WHOSE BANK DETAILS THE BANK
005208*                 RETURNED (MARKED BY BNKLOAD) GOES TO THE
005209*                 EXCEPTION LISTING INSTEAD OF BEING PAID INTO A
005210*                 DEAD ACCOUNT, UNTIL EMPMAINT CORRECTS THE
005211*                 ROUTING OR ACCOUNT.
005212* 2026-10-15 TO   EACH DEDUCTION LINE ON THE STATEMENT DETAIL ROW
005213*                 NOW CARRIES THE PAYEE CODE AND CASE NUMBER FROM
005214*                 ITS DEDUCTION MASTER ROW, FOR DEDREMIT.
005224* 2026-10-15 TO   AN EMPLOYEE PAID WHILE A SALARY OR BANK CHANGE
005234*                 IS STILL PENDING APPROVAL (PNDREC, HELD BY
005244*                 EMPMAINT) GETS A WARNING LINE UNDER THE
005254*                 REGISTER DETAIL - THE PAY WENT OUT AT THE
005264*                 CURRENT DETAILS.
005266* 2026-10-15 TO   AN HOURLY EMPLOYEE'S SALARY FIELD NO LONGER
005268*                 ENTERS THE MASTER OR SUPPRESSED TOTAL - THE
005270*                 TIME-CARD GROSS IS ITS SIDE OF THE BALANCE.
005280
005290 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER. IBM-370.
005500 OBJECT-COMPUTER. IBM-370.
006240             WITH DUPLICATES
006300         FILE STATUS IS WS-EMPMAST-STATUS.
006400 
006410     SELECT TIME-CARD-FILE
006420         ASSIGN TO "TIMECARD"
006430         ORGANIZATION IS INDEXED
006440         ACCESS MODE IS RANDOM
006450         RECORD KEY IS TCD-KEY
006460         FILE STATUS IS WS-TIMECARD-STATUS.
006461
006462     SELECT LEAVE-BALANCE-FILE
006463         ASSIGN TO "LVBAL"
006464         ORGANIZATION IS INDEXED
006465         ACCESS MODE IS RANDOM
006466         RECORD KEY IS LVB-KEY
006467         FILE STATUS IS WS-LVBAL-STATUS.
006470
006500     SELECT PAYROLL-REGISTER-FILE
006600         ASSIGN TO "PAYRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
008206         ORGANIZATION IS SEQUENTIAL
008207         FILE STATUS IS WS-RUNLOG-STATUS.
008208
008209     SELECT PENDING-CHANGE-FILE
008210         ASSIGN TO "PENDCHG"
008211         ORGANIZATION IS INDEXED
008212         ACCESS MODE IS DYNAMIC
008213         RECORD KEY IS PND-KEY
008214         ALTERNATE RECORD KEY IS PND-EMPLOYEE-NUMBER
008215             WITH DUPLICATES
008216         FILE STATUS IS WS-PENDCHG-STATUS.
008217
008218 DATA DIVISION.
008300 FILE SECTION.
008400* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER.
008500 FD  EMPLOYEE-MASTER-FILE.
008600     COPY EMPREC.
008700 
008710* TIME CARD RECORD - KEYED BY PERIOD + EMPLOYEE, ONE PER HOURLY
008720* EMPLOYEE PAID THIS PERIOD.
008730 FD  TIME-CARD-FILE.
008740     COPY TCREC.
008750
008751* LEAVE BALANCE RECORD - KEYED BY EMPLOYEE + LEAVE TYPE, ONE PER
008752* LEAVE TYPE THE EMPLOYEE HAS ACCRUED.
008753 FD  LEAVE-BALANCE-FILE.
008754     COPY LVBREC.
008755
008800 FD  PAYROLL-REGISTER-FILE.
008900 01  PAYROLL-REGISTER-LINE            PIC X(132).
009000
009294     COPY XRATREC.
009295
009296* BANK PAYMENT RECORD - ONE DETAIL PER EMPLOYEE PAID, CLOSED BY
009297* ONE TRAILER CARRYING THE RECORD COUNT AND NET TOTAL.
009301 FD  BANK-PAYMENT-FILE.
009302     COPY BPRREC.
009317
009318* PAY STATEMENT DETAIL RECORD - KEYED BY PERIOD + EMPLOYEE,
009319* READ BACK BY PAYSTMT TO PRINT OR REPRINT STATEMENTS.
009324 FD  RUN-LOG-FILE.
009325     COPY RLGREC.
009326
009336* PENDING CHANGE RECORD - A SALARY OR BANK CHANGE WAITING FOR
009346* CHGAPPR, READ BY EMPLOYEE FOR THE REGISTER WARNING.
009356 FD  PENDING-CHANGE-FILE.
009366     COPY PNDREC.
009400* CHECKPOINT CONTROL RECORD - ONE ROW, KEYED BY A CONSTANT.
009500 FD  CHECKPOINT-CONTROL-FILE.
009600 01  CHECKPOINT-RECORD.
010860     05  CKPT-DED-TOTAL-JPY           PIC 9(11)V9(02).
010861     05  CKPT-NET-TOTAL               PIC 9(11)V9(02).
010864     05  CKPT-SUPPRESSED-TOTAL        PIC 9(11)V9(02).
010870     05  CKPT-TIMECARD-TOTAL          PIC 9(11)V9(02).
010900     05  CKPT-STATUS                  PIC X(01).
011000         88  CKPT-RUN-IN-PROGRESS            VALUE "I".
011100         88  CKPT-RUN-COMPLETE               VALUE "C".
011860     05  WS-BANKPAY-STATUS           PIC X(02) VALUE ZEROS.
011870     05  WS-PAYDTL-STATUS            PIC X(02) VALUE ZEROS.
011880     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
011890     05  WS-TIMECARD-STATUS          PIC X(02) VALUE ZEROS.
011891     05  WS-LVBAL-STATUS             PIC X(02) VALUE ZEROS.
011893     05  WS-PENDCHG-STATUS           PIC X(02) VALUE ZEROS.
011900 
012000 01  WS-SWITCHES.
012100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
012693         88  PAY-IS-SUPPRESSED               VALUE "Y".
012694     05  WS-REBUILD-EOF-SWITCH       PIC X(01) VALUE "N".
012695         88  END-OF-REBUILD                  VALUE "Y".
012696     05  WS-TIMECARD-OPEN-SWITCH     PIC X(01) VALUE "N".
012697         88  TIME-CARD-FILE-IS-OPEN          VALUE "Y".
012698     05  WS-CARD-FOUND-SWITCH        PIC X(01) VALUE "N".
012699         88  TIME-CARD-WAS-FOUND             VALUE "Y".
012700 
012800* TODAY PER THE SYSTEM CLOCK - USED ONLY TO LOCATE THE PAY
012810* PERIOD ON THE CALENDAR. THE REPORTED RUN DATE IS THE PERIOD'S
013500     05  WS-EXCEPTION-TOTAL          PIC 9(11)V9(02) VALUE ZEROS.
013600     05  WS-MASTER-TOTAL             PIC 9(11)V9(02) VALUE ZEROS.
013610     05  WS-SUPPRESSED-TOTAL         PIC 9(11)V9(02) VALUE ZEROS.
013620     05  WS-TIMECARD-TOTAL           PIC 9(11)V9(02) VALUE ZEROS.
013700 
013800* GRAND TOTAL SALARY BY CURRENCY - NOT CONVERTED TO ONE COMMON
013900* CURRENCY, SO EACH IS ACCUMULATED AND PRINTED SEPARATELY.
014495 01  WS-BANKPAY-COUNT                 PIC 9(07) VALUE ZEROS.
014500
014600 01  WS-OUTPUT-TOTAL                  PIC 9(11)V9(02) VALUE ZEROS.
014610 01  WS-INPUT-TOTAL                   PIC 9(11)V9(02) VALUE ZEROS.
014700 
014800 01  WS-CONSTANTS.
014900     05  WS-MAX-LINES-PER-PAGE       PIC 9(03) VALUE 050 COMP.
015000     05  WS-CHECKPOINT-INTERVAL       PIC 9(05) VALUE 00100 COMP.
015010* OVERTIME HOURS ARE PAID AT TIME AND A HALF; SHIFT-PREMIUM HOURS
015020* EARN A FURTHER PERCENTAGE OF THE HOURLY RATE ON TOP.
015030     05  WS-OVERTIME-FACTOR          PIC 9(01)V9(02) VALUE 1.50.
015040     05  WS-SHIFT-PREMIUM-PCT        PIC 9(03)V9(02) VALUE 10.00.
015100 
015200* MAXIMUM ALLOWABLE SALARY BY CURRENCY - SHARED WITH MASSINCR
015300* VIA THE SALMAX COPYBOOK.
015400     COPY SALMAX.
015410
015420* LEAVE ACCRUAL TIERS, CAPS AND TERMINATION ACTIONS - SHARED
015430* WITH LVLIAB AND YEAREND VIA THE LVPOL COPYBOOK.
015440     COPY LVPOL.
016300 
016400 01  WS-RECORDS-SINCE-CHECKPOINT     PIC 9(05) VALUE ZEROS COMP.
016500 01  WS-LAST-EMPLOYEE-NUMBER          PIC 9(05) VALUE ZEROS.
016540 01  WS-EMPLOYEES-READ                PIC 9(07) VALUE ZEROS.
016550 01  WS-REJECTED-COUNT                PIC 9(05) VALUE ZEROS.
016560 01  WS-LOG-PERIOD-NUMBER             PIC 9(03) VALUE ZEROS.
016561
016562* PENDING CHANGE WARNINGS - THE FILE IS OPTIONAL, AS THE TIME-CARD
016563* FILE IS; WITH NONE ON FILE NO EMPLOYEE HAS A CHANGE PENDING.
016564 01  WS-PENDING-CONTROLS.
016565     05  WS-PENDCHG-OPEN-SWITCH      PIC X(01) VALUE "N".
016566         88  PENDING-FILE-IS-OPEN            VALUE "Y".
016567     05  WS-PND-EOF-SWITCH           PIC X(01) VALUE "N".
016568         88  END-OF-EMPLOYEE-PENDING         VALUE "Y".
016569     05  WS-PENDING-WARNING-COUNT    PIC 9(05) VALUE ZEROS COMP.
016570 01  WS-PENDING-DATE.
016571     05  WS-PND-CCYY                 PIC 9(04).
016572     05  WS-PND-MM                   PIC 9(02).
016573     05  WS-PND-DD                   PIC 9(02).
016574 01  WS-PENDING-LINE.
016575     05  FILLER                      PIC X(08) VALUE SPACES.
016576     05  FILLER                      PIC X(29) VALUE
016577             "*** CHANGE PENDING APPROVAL: ".
016578     05  WS-PDL-PARTS                PIC X(13).
016579     05  FILLER                      PIC X(09) VALUE " ENTERED ".
016580     05  WS-PDL-ENTRY-DATE           PIC X(10).
016581     05  FILLER                      PIC X(04) VALUE " BY ".
016582     05  WS-PDL-ENTERED-BY           PIC X(08).
016583     05  FILLER                      PIC X(30) VALUE
016584             " - PAID AT CURRENT DETAILS ***".
016585     05  FILLER                      PIC X(21) VALUE SPACES.
016600 
016700 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
016710
016720* THE AMOUNT HELD TO THE MAXIMUM-SALARY CHECK - THE SALARY, OR
016730* AN HOURLY EMPLOYEE'S GROSS FROM THE TIME CARD.
016740 01  WS-GROSS-TO-CHECK                PIC 9(09)V9(02) VALUE ZEROS.
016800 
016900* RUN DATE, BROKEN OUT FOR EDITING ON THE PAGE HEADING.
017000 01  WS-RUN-DATE.
018121         10  WS-DED-TBL-AMOUNT       PIC 9(05)V9(02).
018122         10  WS-DED-TBL-SEQUENCE     PIC 9(02).
018123         10  WS-DED-TBL-GARNISH-TAKE PIC 9(05)V9(02).
018124         10  WS-DED-TBL-PAYEE-CODE   PIC X(06).
018125         10  WS-DED-TBL-CASE-NUMBER  PIC X(20).
018126
018127* THE AMOUNT ONE DEDUCTION ROW TAKES THIS PAY - USUALLY THE ROW
018128* AMOUNT, BUT A GARNISHMENT'S LAST TAKE IS CLIPPED SO THE
018129* RUNNING TOTAL LANDS EXACTLY ON THE COURT-ORDERED GOAL.
018130 01  WS-DED-AMOUNT-THIS-PAY           PIC 9(05)V9(02) VALUE ZEROS.
018131
018132* PRORATION WORK FIELDS - THE GROSS DUE THIS PERIOD IS THE FULL
018133* SALARY UNLESS THE HIRE OR TERMINATION DATE FALLS INSIDE THE
018134* PERIOD, IN WHICH CASE IT IS PAID BY CALENDAR DAYS WORKED.
018135 01  WS-PRORATION-WORK.
018136     05  WS-PRORATE-SWITCH           PIC X(01) VALUE "N".
018137         88  PAY-IS-PRORATED                 VALUE "Y".
018138     05  WS-PERIOD-GROSS             PIC 9(09)V9(02) VALUE ZEROS.
018139     05  WS-UNPAID-REMAINDER         PIC 9(09)V9(02) VALUE ZEROS.
018140     05  WS-PAY-FROM-DATE            PIC 9(08) VALUE ZEROS.
018141     05  WS-PAY-TO-DATE              PIC 9(08) VALUE ZEROS.
018142     05  WS-DAYS-IN-PERIOD           PIC 9(05) VALUE ZEROS.
018143     05  WS-DAYS-PAID                PIC 9(05) VALUE ZEROS.
018144
018145* SERIAL DAY-NUMBER WORK FIELDS - A CCYYMMDD DATE BECOMES A DAY
018146* COUNT SO DATE DIFFERENCES COME OUT IN EXACT CALENDAR DAYS,
018147* LEAP YEARS INCLUDED.
018148 01  WS-DAY-NUMBER-WORK.
018149     05  WS-DTD-DATE.
018150         10  WS-DTD-CCYY             PIC 9(04).
018151         10  WS-DTD-MM               PIC 9(02).
018152         10  WS-DTD-DD               PIC 9(02).
018153     05  WS-DTD-PRIOR-YEAR           PIC 9(04) VALUE ZEROS.
018154     05  WS-DTD-LEAPS-4              PIC 9(04) VALUE ZEROS.
018155     05  WS-DTD-LEAPS-100            PIC 9(04) VALUE ZEROS.
018156     05  WS-DTD-LEAPS-400            PIC 9(04) VALUE ZEROS.
018157     05  WS-DTD-MONTH-DAYS           PIC 9(03) VALUE ZEROS.
018158     05  WS-DTD-DAY-NUMBER           PIC 9(07) VALUE ZEROS.
018159     05  WS-DTD-FROM-DAY-NUMBER      PIC 9(07) VALUE ZEROS.
018160     05  WS-DTD-LEAP-QUOTIENT        PIC 9(04) VALUE ZEROS.
018161     05  WS-DTD-LEAP-REMAINDER       PIC 9(04) VALUE ZEROS.
018162     05  WS-DTD-LEAP-SWITCH          PIC X(01) VALUE "N".
018163         88  YEAR-IS-LEAP                    VALUE "Y".
018164
018165* LEAVE ACCRUAL WORK FIELDS - COMPLETED YEARS OF SERVICE AT THE
018166* PAY DATE PICK THE POLICY TIER; THE HOURS ACCRUED AND THE NEW
018167* BALANCE FOR EACH LEAVE TYPE ARE HELD FOR THE STATEMENT ROW.
018168 01  WS-LEAVE-ACCRUAL-WORK.
018169     05  WS-LEAVE-ROW-SWITCH         PIC X(01) VALUE "N".
018170         88  LEAVE-ROW-WAS-FOUND             VALUE "Y".
018171     05  WS-SERVICE-YEARS            PIC 9(04) VALUE ZEROS.
018172     05  WS-LEAVE-HOURS-THIS-PAY     PIC 9(03)V9(02) VALUE ZEROS.
018173     05  WS-VACATION-ACCRUED         PIC 9(03)V9(02) VALUE ZEROS.
018174     05  WS-VACATION-BALANCE         PIC 9(05)V9(02) VALUE ZEROS.
018175     05  WS-SICK-ACCRUED             PIC 9(03)V9(02) VALUE ZEROS.
018176     05  WS-SICK-BALANCE             PIC 9(05)V9(02) VALUE ZEROS.
018200 
018300* PRINT LINE LAYOUTS FOR THE PAYROLL REGISTER.
018400 01  WS-HEADING-LINE-1.
025475         MOVE 16 TO RETURN-CODE
025476         STOP RUN
025477     END-IF.
025478     MOVE "Y" TO WS-TIMECARD-OPEN-SWITCH.
025479     OPEN INPUT TIME-CARD-FILE.
025480     IF WS-TIMECARD-STATUS = "35"
025481         MOVE "N" TO WS-TIMECARD-OPEN-SWITCH
025482         DISPLAY "PAYREG: NO TIME-CARD FILE - EVERY HOURLY "
025483                 "EMPLOYEE WILL BE REJECTED"
025484     END-IF.
025485     IF TIME-CARD-FILE-IS-OPEN
025486         AND WS-TIMECARD-STATUS NOT = "00"
025487         DISPLAY "PAYREG: TIME-CARD-FILE OPEN FAILED - "
025488         DISPLAY "        FILE STATUS = " WS-TIMECARD-STATUS
025489         MOVE 16 TO RETURN-CODE
025490         STOP RUN
025491     END-IF.
025500     PERFORM 1600-LOCATE-PAY-PERIOD THRU 1600-EXIT.
025600     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
025700            WS-RUN-DATE-CCYY DELIMITED BY SIZE
025810     PERFORM 1500-CHECK-YEAR-END-CLOSE THRU 1500-EXIT.
025820     PERFORM 1800-RESOLVE-EXCHANGE-RATES THRU 1800-EXIT.
025830     PERFORM 1900-OPEN-STATEMENT-DETAIL THRU 1900-EXIT.
025831     PERFORM 1950-OPEN-LEAVE-BALANCES THRU 1950-EXIT.
025856     PERFORM 1960-OPEN-PENDING-CHANGES THRU 1960-EXIT.
025900     MOVE ZEROS TO WS-RECORDS-SINCE-CHECKPOINT.
026000     MOVE ZEROS TO WS-LAST-EMPLOYEE-NUMBER.
026100     MOVE "N" TO WS-EOF-SWITCH.
035891     MOVE CKPT-SUPPRESSED-TOTAL TO WS-SUPPRESSED-TOTAL.
035892     PERFORM 1350-REBUILD-BANK-PAYMENTS THRU 1350-EXIT.
035893     PERFORM 1370-REWIND-GARNISHMENTS THRU 1370-EXIT.
035894     MOVE CKPT-TIMECARD-TOTAL TO WS-TIMECARD-TOTAL.
035900 1300-EXIT.
036000     EXIT.
036001
039080     MOVE ZEROS TO WS-BANKPAY-TOTAL.
039090     MOVE ZEROS TO WS-BANKPAY-COUNT.
039091     MOVE ZEROS TO WS-SUPPRESSED-TOTAL.
039092     MOVE ZEROS TO WS-TIMECARD-TOTAL.
039100 1400-EXIT.
039200     EXIT.
039201
039400
039401
039402*=============================================================
039403* 1950-OPEN-LEAVE-BALANCES - OPEN THE LEAVE BALANCE FILE,
039404*                            CREATING IT ON ITS FIRST USE.
039405*=============================================================
039406 1950-OPEN-LEAVE-BALANCES.
039407     OPEN I-O LEAVE-BALANCE-FILE.
039408     IF WS-LVBAL-STATUS = "35"
039409         OPEN OUTPUT LEAVE-BALANCE-FILE
039410         CLOSE LEAVE-BALANCE-FILE
039411         OPEN I-O LEAVE-BALANCE-FILE
039412     END-IF.
039413     IF WS-LVBAL-STATUS NOT = "00"
039414         DISPLAY "PAYREG: LEAVE-BALANCE-FILE OPEN FAILED - "
039415         DISPLAY "        FILE STATUS = " WS-LVBAL-STATUS
039416         MOVE 16 TO RETURN-CODE
039417         STOP RUN
039418     END-IF.
039419 1950-EXIT.
039420     EXIT.
039421
039422*=============================================================
039423* 1960-OPEN-PENDING-CHANGES - OPEN THE PENDING CHANGE FILE IF
039424*                             THERE IS ONE. NONE ON FILE MEANS
039425*                             NOTHING IS PENDING.
039426*=============================================================
039427 1960-OPEN-PENDING-CHANGES.
039428     MOVE "Y" TO WS-PENDCHG-OPEN-SWITCH.
039429     OPEN INPUT PENDING-CHANGE-FILE.
039430     IF WS-PENDCHG-STATUS = "35"
039431         MOVE "N" TO WS-PENDCHG-OPEN-SWITCH
039432     END-IF.
039433     IF PENDING-FILE-IS-OPEN
039434         AND WS-PENDCHG-STATUS NOT = "00"
039435         DISPLAY "PAYREG: PENDING-CHANGE-FILE OPEN FAILED - "
039436         DISPLAY "        FILE STATUS = " WS-PENDCHG-STATUS
039437         MOVE 16 TO RETURN-CODE
039438         STOP RUN
039439     END-IF.
039440 1960-EXIT.
039441     EXIT.
039450*=============================================================
039500* 2000-PROCESS-EMPLOYEE - VALIDATE, REPORT OR REJECT ONE
039600*                         EMPLOYEE RECORD, THEN READ THE NEXT.
039700*=============================================================
039800 2000-PROCESS-EMPLOYEE.
039810     PERFORM 2080-CHECK-PAY-STATUS THRU 2080-EXIT.
039820     IF PAY-IS-SUPPRESSED
039830         IF NOT EMP-PAY-IS-HOURLY
039831             ADD EMP-SALARY TO WS-SUPPRESSED-TOTAL
039832         END-IF
039840         GO TO 2000-TALLY
039850     END-IF.
039860     IF EMP-PAY-IS-HOURLY
039861         PERFORM 2150-SET-HOURLY-GROSS THRU 2150-EXIT
039862     ELSE
039863         PERFORM 2090-SET-PERIOD-GROSS THRU 2090-EXIT
039864     END-IF.
039900     PERFORM 2100-VALIDATE-EMPLOYEE THRU 2100-EXIT.
039910     IF NOT EMPLOYEE-IS-REJECTED
039920         PERFORM 2320-GET-DEDUCTIONS THRU 2320-EXIT
040305         PERFORM 2390-POST-GARNISHMENTS THRU 2390-EXIT
040310         PERFORM 2360-WRITE-DEDUCTION-LINES THRU 2360-EXIT
040400         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
040405         PERFORM 2410-WARN-PENDING-CHANGES THRU 2410-EXIT
040410         PERFORM 2420-WRITE-BANK-PAYMENT THRU 2420-EXIT
040500         PERFORM 2450-UPDATE-YTD-GROSS THRU 2450-EXIT
040505         PERFORM 2480-ACCRUE-LEAVE THRU 2480-EXIT
040510         PERFORM 2460-WRITE-STATEMENT-DETAIL THRU 2460-EXIT
040600     END-IF.
040610 2000-TALLY.
041722*=============================================================
041800* 2100-VALIDATE-EMPLOYEE - REJECT A ZERO EMPLOYEE NUMBER, ZERO
041900*                          EXCESSIVE SALARY, OR A BLANK NAME.
041910*                          AN HOURLY EMPLOYEE IS CHECKED IN
041920*                          2160- INSTEAD OF FOR A SALARY, AND
041930*                          THE GROSS FROM THE TIME CARD IS
041940*                          HELD TO THE MAXIMUM.
042000*=============================================================
042100 2100-VALIDATE-EMPLOYEE.
042200     MOVE "N" TO WS-REJECT-SWITCH.
042600         MOVE "EMPLOYEE NUMBER IS ZERO" TO WS-REJECT-REASON
042700         GO TO 2100-EXIT
042800     END-IF.
042810     MOVE EMP-SALARY TO WS-GROSS-TO-CHECK.
042820     IF EMP-PAY-IS-HOURLY
042830         PERFORM 2160-VALIDATE-HOURLY-PAY THRU 2160-EXIT
042840         IF EMPLOYEE-IS-REJECTED
042850             GO TO 2100-EXIT
042860         END-IF
042870         MOVE WS-PERIOD-GROSS TO WS-GROSS-TO-CHECK
042880     END-IF.
042900     IF EMP-SALARY = ZEROS AND NOT EMP-PAY-IS-HOURLY
043000         MOVE "Y" TO WS-REJECT-SWITCH
043100         MOVE "SALARY IS ZERO" TO WS-REJECT-REASON
043200         GO TO 2100-EXIT
043300     END-IF.
043400     EVALUATE TRUE
043500         WHEN EMP-CURRENCY-IS-GBP
043600             IF WS-GROSS-TO-CHECK > WS-MAXIMUM-SALARY-GBP
043700                 MOVE "Y" TO WS-REJECT-SWITCH
043800             END-IF
043900         WHEN EMP-CURRENCY-IS-EUR
044000             IF WS-GROSS-TO-CHECK > WS-MAXIMUM-SALARY-EUR
044100                 MOVE "Y" TO WS-REJECT-SWITCH
044200             END-IF
044300         WHEN EMP-CURRENCY-IS-JPY
044400             IF WS-GROSS-TO-CHECK > WS-MAXIMUM-SALARY-JPY
044500                 MOVE "Y" TO WS-REJECT-SWITCH
044600             END-IF
044700         WHEN OTHER
044800             IF WS-GROSS-TO-CHECK > WS-MAXIMUM-SALARY-USD
044900                 MOVE "Y" TO WS-REJECT-SWITCH
045000             END-IF
045100     END-EVALUATE.
046330     IF EMP-BANK-ROUTING = ZEROS
046340         OR EMP-BANK-ACCOUNT = SPACES
046350         MOVE "Y" TO WS-REJECT-SWITCH
046355         MOVE "BANK DETAILS MISSING" TO WS-REJECT-REASON
046360         GO TO 2100-EXIT
046365     END-IF.
046370     IF EMP-BANK-IS-RETURNED
046375         MOVE "Y" TO WS-REJECT-SWITCH
046380         MOVE "BANK DETAILS RETURNED BY BANK" TO WS-REJECT-REASON
046400     END-IF.
046500 2100-EXIT.
046600     EXIT.
046601
046602*=============================================================
046603* 2150-SET-HOURLY-GROSS - AN HOURLY EMPLOYEE'S GROSS IS BUILT
046604*                         FROM THE PERIOD'S TIME CARD - REGULAR
046605*                         HOURS AT THE HOURLY RATE, OVERTIME AT
046606*                         THE OVERTIME FACTOR, AND THE SHIFT
046607*                         PREMIUM ON SHIFT HOURS, ROUNDED TO THE
046608*                         PENNY. THE CARD ALREADY REFLECTS A
046609*                         PART PERIOD, SO NOTHING IS PRORATED.
046610*=============================================================
046611 2150-SET-HOURLY-GROSS.
046612     MOVE "N" TO WS-PRORATE-SWITCH.
046613     MOVE ZEROS TO WS-PERIOD-GROSS.
046614     MOVE ZEROS TO WS-UNPAID-REMAINDER.
046615     MOVE "N" TO WS-CARD-FOUND-SWITCH.
046616     IF NOT TIME-CARD-FILE-IS-OPEN
046617         GO TO 2150-EXIT
046618     END-IF.
046619     MOVE PPC-PERIOD-NUMBER TO TCD-PERIOD-NUMBER.
046620     MOVE EMP-EMPLOYEE-NUMBER TO TCD-EMPLOYEE-NUMBER.
046621     MOVE "Y" TO WS-CARD-FOUND-SWITCH.
046622     READ TIME-CARD-FILE
046623         INVALID KEY
046624             MOVE "N" TO WS-CARD-FOUND-SWITCH
046625     END-READ.
046626     IF NOT TIME-CARD-WAS-FOUND
046627         GO TO 2150-EXIT
046628     END-IF.
046629     COMPUTE WS-PERIOD-GROSS ROUNDED =
046630         TCD-REGULAR-HOURS * EMP-HOURLY-RATE
046631         + TCD-OVERTIME-HOURS * EMP-HOURLY-RATE
046632             * WS-OVERTIME-FACTOR
046633         + TCD-SHIFT-HOURS * EMP-HOURLY-RATE
046634             * WS-SHIFT-PREMIUM-PCT / 100.
046635     ADD WS-PERIOD-GROSS TO WS-TIMECARD-TOTAL.
046636 2150-EXIT.
046637     EXIT.
046638
046639*=============================================================
046640* 2160-VALIDATE-HOURLY-PAY - AN HOURLY EMPLOYEE NEEDS A TIME
046641*                            CARD FOR THE PERIOD, A RATE, AND
046642*                            HOURS WORKED ON THE CARD.
046643*=============================================================
046644 2160-VALIDATE-HOURLY-PAY.
046645     IF NOT TIME-CARD-WAS-FOUND
046646         MOVE "Y" TO WS-REJECT-SWITCH
046647         MOVE "NO TIME CARD FOR HOURLY EMP" TO WS-REJECT-REASON
046648         GO TO 2160-EXIT
046649     END-IF.
046650     IF EMP-HOURLY-RATE = ZEROS
046651         MOVE "Y" TO WS-REJECT-SWITCH
046652         MOVE "HOURLY RATE IS ZERO" TO WS-REJECT-REASON
046653         GO TO 2160-EXIT
046654     END-IF.
046655     IF TCD-REGULAR-HOURS = ZEROS
046656         AND TCD-OVERTIME-HOURS = ZEROS
046657         MOVE "Y" TO WS-REJECT-SWITCH
046658         MOVE "NO HOURS ON TIME CARD" TO WS-REJECT-REASON
046659     END-IF.
046660 2160-EXIT.
046661     EXIT.
046700 
046800*=============================================================
046900* 2200-WRITE-EXCEPTION - LOG A REJECTED RECORD TO THE
047200*=============================================================
047300 2200-WRITE-EXCEPTION.
047310     ADD 1 TO WS-REJECTED-COUNT.
047400     IF EMP-PAY-IS-HOURLY
047410         ADD WS-PERIOD-GROSS TO WS-EXCEPTION-TOTAL
047420     ELSE
047430         ADD EMP-SALARY TO WS-EXCEPTION-TOTAL
047440     END-IF.
047500     MOVE EMP-EMPLOYEE-NUMBER TO WS-EXC-EMPLOYEE-NUMBER.
047600     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
047700     WRITE EXCEPTION-LISTING-LINE FROM WS-EXCEPTION-LINE.
049140         TO WS-DED-TBL-DESCRIPTION (WS-DEDUCTION-COUNT).
049150     MOVE WS-DED-AMOUNT-THIS-PAY
049151         TO WS-DED-TBL-AMOUNT (WS-DEDUCTION-COUNT).
049152     MOVE DED-PAYEE-CODE
049153         TO WS-DED-TBL-PAYEE-CODE (WS-DEDUCTION-COUNT).
049154     MOVE DED-CASE-NUMBER
049155         TO WS-DED-TBL-CASE-NUMBER (WS-DEDUCTION-COUNT).
049160     ADD WS-DED-AMOUNT-THIS-PAY TO WS-TOTAL-DEDUCTIONS.
049170 2330-EXIT.
049180     EXIT.
053540     IF PAY-IS-PRORATED
053550         MOVE "PRORATED" TO WS-DTL-PRORATED
053560     END-IF.
053570     IF EMP-PAY-IS-HOURLY
053580         MOVE "HOURLY" TO WS-DTL-PRORATED
053590     END-IF.
053600     WRITE PAYROLL-REGISTER-LINE FROM WS-DETAIL-LINE
053700         AFTER ADVANCING 1 LINE.
053710     ADD WS-NET-PAY TO WS-NET-TOTAL.
053800     ADD 1 TO WS-LINE-COUNT.
053900 2400-EXIT.
053901     EXIT.
053902
053903*=============================================================
053904* 2410-WARN-PENDING-CHANGES - PRINT A WARNING UNDER THE DETAIL
053905*                             FOR EVERY CHANGE TO THIS EMPLOYEE
053906*                             STILL WAITING FOR APPROVAL.
053907*=============================================================
053908 2410-WARN-PENDING-CHANGES.
053909     IF NOT PENDING-FILE-IS-OPEN
053910         GO TO 2410-EXIT
053911     END-IF.
053912     MOVE "N" TO WS-PND-EOF-SWITCH.
053913     MOVE EMP-EMPLOYEE-NUMBER TO PND-EMPLOYEE-NUMBER.
053914     START PENDING-CHANGE-FILE KEY = PND-EMPLOYEE-NUMBER
053915         INVALID KEY
053916             GO TO 2410-EXIT
053917     END-START.
053918     PERFORM 2415-WARN-ONE-PENDING THRU 2415-EXIT
053919         UNTIL END-OF-EMPLOYEE-PENDING.
053920 2410-EXIT.
053921     EXIT.
053922
053923*=============================================================
053924* 2415-WARN-ONE-PENDING - READ THE EMPLOYEE'S NEXT PENDING CHANGE
053925*                         AND PRINT ITS WARNING LINE.
053926*=============================================================
053927 2415-WARN-ONE-PENDING.
053928     READ PENDING-CHANGE-FILE NEXT RECORD
053929         AT END
053930             MOVE "Y" TO WS-PND-EOF-SWITCH
053931             GO TO 2415-EXIT
053932     END-READ.
053933     IF PND-EMPLOYEE-NUMBER NOT = EMP-EMPLOYEE-NUMBER
053934         MOVE "Y" TO WS-PND-EOF-SWITCH
053935         GO TO 2415-EXIT
053936     END-IF.
053937     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
053938         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
053939     END-IF.
053940     EVALUATE TRUE
053941         WHEN PND-SALARY-IS-HELD AND PND-BANK-IS-HELD
053942             MOVE "SALARY + BANK" TO WS-PDL-PARTS
053943         WHEN PND-SALARY-IS-HELD
053944             MOVE "SALARY" TO WS-PDL-PARTS
053945         WHEN OTHER
053946             MOVE "BANK" TO WS-PDL-PARTS
053947     END-EVALUATE.
053948     MOVE PND-ENTRY-DATE TO WS-PENDING-DATE.
053949     MOVE SPACES TO WS-PDL-ENTRY-DATE.
053950     STRING WS-PND-MM "/" WS-PND-DD "/"
053951            WS-PND-CCYY DELIMITED BY SIZE
053952         INTO WS-PDL-ENTRY-DATE.
053953     MOVE PND-ENTERED-BY TO WS-PDL-ENTERED-BY.
053954     WRITE PAYROLL-REGISTER-LINE FROM WS-PENDING-LINE
053955         AFTER ADVANCING 1 LINE.
053956     ADD 1 TO WS-LINE-COUNT.
053957     ADD 1 TO WS-PENDING-WARNING-COUNT.
053958 2415-EXIT.
053959     EXIT.
054020*=============================================================
054030* 2420-WRITE-BANK-PAYMENT - WRITE ONE BANK PAYMENT DETAIL FOR
054040*                           THE EMPLOYEE'S NET PAY, IN THE
055717     MOVE PPC-START-DATE TO PSD-PERIOD-START-DATE.
055718     MOVE PPC-END-DATE TO PSD-PERIOD-END-DATE.
055719     MOVE PPC-PAY-DATE TO PSD-PAY-DATE.
055720     MOVE "R" TO PSD-EARNINGS-TYPE.
055721     MOVE WS-PERIOD-GROSS TO PSD-GROSS-PAY.
055722     MOVE WS-TOTAL-DEDUCTIONS TO PSD-TOTAL-DEDUCTIONS.
055723     MOVE WS-NET-PAY TO PSD-NET-PAY.
055724     MOVE EMP-YTD-GROSS TO PSD-YTD-GROSS.
055725     MOVE EMP-BANK-ROUTING TO PSD-BANK-ROUTING.
055726     MOVE EMP-BANK-ACCOUNT TO PSD-BANK-ACCOUNT.
055727     MOVE "S" TO PSD-PAY-TYPE.
055728     MOVE ZEROS TO PSD-HOURLY-RATE.
055729     MOVE ZEROS TO PSD-REGULAR-HOURS.
055730     MOVE ZEROS TO PSD-OVERTIME-HOURS.
055731     MOVE ZEROS TO PSD-SHIFT-HOURS.
055732     IF EMP-PAY-IS-HOURLY
055733         MOVE "H" TO PSD-PAY-TYPE
055734         MOVE EMP-HOURLY-RATE TO PSD-HOURLY-RATE
055735         MOVE TCD-REGULAR-HOURS TO PSD-REGULAR-HOURS
055736         MOVE TCD-OVERTIME-HOURS TO PSD-OVERTIME-HOURS
055737         MOVE TCD-SHIFT-HOURS TO PSD-SHIFT-HOURS
055738     END-IF.
055739     MOVE WS-VACATION-ACCRUED TO PSD-VACATION-ACCRUED.
055740     MOVE WS-VACATION-BALANCE TO PSD-VACATION-BALANCE.
055741     MOVE WS-SICK-ACCRUED TO PSD-SICK-ACCRUED.
055742     MOVE WS-SICK-BALANCE TO PSD-SICK-BALANCE.
055743     MOVE WS-DEDUCTION-COUNT TO PSD-DEDUCTION-COUNT.
055744     PERFORM 2470-MOVE-ONE-STATEMENT-DED THRU 2470-EXIT
055745         VARYING WS-DED-IX FROM 1 BY 1
055746         UNTIL WS-DED-IX > WS-DEDUCTION-COUNT.
055747     WRITE PAY-STATEMENT-DETAIL-RECORD
055748         INVALID KEY
055749             CONTINUE
055750     END-WRITE.
055751     IF WS-PAYDTL-STATUS = "22"
055752         REWRITE PAY-STATEMENT-DETAIL-RECORD
055753     END-IF.
055754     IF WS-PAYDTL-STATUS NOT = "00"
055755         DISPLAY "PAYREG: STATEMENT DETAIL WRITE FAILED - "
055756         DISPLAY "        EMPLOYEE = " EMP-EMPLOYEE-NUMBER
055757         DISPLAY "        FILE STATUS = " WS-PAYDTL-STATUS
055758         MOVE 16 TO RETURN-CODE
055759         STOP RUN
055760     END-IF.
055761 2460-EXIT.
055762     EXIT.
055763
055764*=============================================================
055765* 2470-MOVE-ONE-STATEMENT-DED - COPY ONE DEDUCTION TABLE LINE
055766*                               INTO THE STATEMENT DETAIL ROW.
055767*=============================================================
055768 2470-MOVE-ONE-STATEMENT-DED.
055769     MOVE WS-DED-TBL-TYPE (WS-DED-IX)
055770         TO PSD-DED-TYPE (WS-DED-IX).
055771     MOVE WS-DED-TBL-DESCRIPTION (WS-DED-IX)
055772         TO PSD-DED-DESCRIPTION (WS-DED-IX).
055773     MOVE WS-DED-TBL-AMOUNT (WS-DED-IX)
055774         TO PSD-DED-AMOUNT (WS-DED-IX).
055775     MOVE WS-DED-TBL-SEQUENCE (WS-DED-IX)
055776         TO PSD-DED-SEQUENCE (WS-DED-IX).
055777     MOVE WS-DED-TBL-GARNISH-TAKE (WS-DED-IX)
055778         TO PSD-DED-GARNISH-TAKE (WS-DED-IX).
055779     MOVE WS-DED-TBL-PAYEE-CODE (WS-DED-IX)
055780         TO PSD-DED-PAYEE-CODE (WS-DED-IX).
055781     MOVE WS-DED-TBL-CASE-NUMBER (WS-DED-IX)
055782         TO PSD-DED-CASE-NUMBER (WS-DED-IX).
055783 2470-EXIT.
055784     EXIT.
055785
055786*=============================================================
055787* 2480-ACCRUE-LEAVE - ADD THIS PERIOD'S VACATION AND SICK HOURS
055788*                     TO THE EMPLOYEE'S LEAVE BALANCES. THE
055789*                     HOURS COME FROM THE LEAVE POLICY TIER FOR
055790*                     THE COMPLETED YEARS OF SERVICE AT THE PAY
055791*                     DATE. ONLY AN EMPLOYEE PAID THIS PERIOD
055792*                     ACCRUES.
055793*=============================================================
055794 2480-ACCRUE-LEAVE.
055795     MOVE ZEROS TO WS-SERVICE-YEARS.
055796     IF EMP-HIRE-DATE NOT = ZEROS
055797         AND EMP-HIRE-DATE < PPC-PAY-DATE
055798         COMPUTE WS-SERVICE-YEARS =
055799             (PPC-PAY-DATE - EMP-HIRE-DATE) / 10000
055800     END-IF.
055801     MOVE ZEROS TO WS-VACATION-ACCRUED.
055802     MOVE ZEROS TO WS-VACATION-BALANCE.
055803     MOVE ZEROS TO WS-SICK-ACCRUED.
055804     MOVE ZEROS TO WS-SICK-BALANCE.
055805     PERFORM 2485-ACCRUE-ONE-TYPE THRU 2485-EXIT
055806         VARYING WS-LVP-IX FROM 1 BY 1
055807         UNTIL WS-LVP-IX > WS-LVP-ENTRY-COUNT.
055808 2480-EXIT.
055809     EXIT.
055810
055811*=============================================================
055812* 2485-ACCRUE-ONE-TYPE - ACCRUE ONE LEAVE TYPE, STARTING THE
055813*                        BALANCE ROW ON THE EMPLOYEE'S FIRST
055814*                        ACCRUAL AND NEVER PASSING THE CAP. A ROW
055815*                        ALREADY ACCRUED FOR THIS PAY DATE (A
055816*                        RESTARTED OR RERUN PAYROLL) IS LEFT AS IT
055817*                        IS AND ITS LAST ACCRUAL IS REPORTED.
055818*=============================================================
055819 2485-ACCRUE-ONE-TYPE.
055820     MOVE EMP-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
055821     MOVE WS-LVP-LEAVE-TYPE (WS-LVP-IX) TO LVB-LEAVE-TYPE.
055822     MOVE "Y" TO WS-LEAVE-ROW-SWITCH.
055823     READ LEAVE-BALANCE-FILE
055824         INVALID KEY
055825             MOVE "N" TO WS-LEAVE-ROW-SWITCH
055826     END-READ.
055827     IF NOT LEAVE-ROW-WAS-FOUND
055828         MOVE SPACES TO LEAVE-BALANCE-RECORD
055829         MOVE EMP-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER
055830         MOVE WS-LVP-LEAVE-TYPE (WS-LVP-IX) TO LVB-LEAVE-TYPE
055831         MOVE ZEROS TO LVB-BALANCE-HOURS
055832         MOVE ZEROS TO LVB-ACCRUED-YTD-HOURS
055833         MOVE ZEROS TO LVB-TAKEN-YTD-HOURS
055834         MOVE ZEROS TO LVB-LAST-ACCRUAL-DATE
055835         MOVE ZEROS TO LVB-LAST-ACCRUAL-HOURS
055836         MOVE ZEROS TO LVB-LAST-USAGE-DATE
055837     END-IF.
055838     IF LVB-LAST-ACCRUAL-DATE = PPC-PAY-DATE
055839         MOVE LVB-LAST-ACCRUAL-HOURS TO WS-LEAVE-HOURS-THIS-PAY
055840         GO TO 2485-HOLD
055841     END-IF.
055842     MOVE ZEROS TO WS-LEAVE-HOURS-THIS-PAY.
055843     PERFORM 2490-CHECK-SERVICE-TIER THRU 2490-EXIT
055844         VARYING WS-LVP-TIER-IX FROM 1 BY 1
055845         UNTIL WS-LVP-TIER-IX > WS-LVP-TIER-COUNT.
055846     IF LVB-BALANCE-HOURS >= WS-LVP-CAP-HOURS (WS-LVP-IX)
055847         MOVE ZEROS TO WS-LEAVE-HOURS-THIS-PAY
055848     ELSE
055849         IF LVB-BALANCE-HOURS + WS-LEAVE-HOURS-THIS-PAY >
055850                 WS-LVP-CAP-HOURS (WS-LVP-IX)
055851             COMPUTE WS-LEAVE-HOURS-THIS-PAY =
055852                 WS-LVP-CAP-HOURS (WS-LVP-IX) - LVB-BALANCE-HOURS
055853         END-IF
055854     END-IF.
055855     ADD WS-LEAVE-HOURS-THIS-PAY TO LVB-BALANCE-HOURS.
055856     ADD WS-LEAVE-HOURS-THIS-PAY TO LVB-ACCRUED-YTD-HOURS.
055857     MOVE PPC-PAY-DATE TO LVB-LAST-ACCRUAL-DATE.
055858     MOVE WS-LEAVE-HOURS-THIS-PAY TO LVB-LAST-ACCRUAL-HOURS.
055859     IF LEAVE-ROW-WAS-FOUND
055860         REWRITE LEAVE-BALANCE-RECORD
055861     ELSE
055862         WRITE LEAVE-BALANCE-RECORD
055863     END-IF.
055864     IF WS-LVBAL-STATUS NOT = "00"
055865         DISPLAY "PAYREG: LEAVE BALANCE UPDATE FAILED - "
055866         DISPLAY "        EMPLOYEE = " EMP-EMPLOYEE-NUMBER
055867                 " TYPE = " LVB-LEAVE-TYPE
055868         DISPLAY "        FILE STATUS = " WS-LVBAL-STATUS
055869         MOVE 16 TO RETURN-CODE
055870         STOP RUN
055871     END-IF.
055872 2485-HOLD.
055873     IF LVB-TYPE-IS-VACATION
055874         MOVE WS-LEAVE-HOURS-THIS-PAY TO WS-VACATION-ACCRUED
055875         MOVE LVB-BALANCE-HOURS TO WS-VACATION-BALANCE
055876     ELSE
055877         MOVE WS-LEAVE-HOURS-THIS-PAY TO WS-SICK-ACCRUED
055878         MOVE LVB-BALANCE-HOURS TO WS-SICK-BALANCE
055879     END-IF.
055880 2485-EXIT.
055881     EXIT.
055882
055883*=============================================================
055884* 2490-CHECK-SERVICE-TIER - THE TIERS RUN IN ASCENDING ORDER OF
055885*                           MINIMUM YEARS, SO THE LAST ONE THE
055886*                           EMPLOYEE HAS REACHED SETS THE HOURS.
055887*=============================================================
055888 2490-CHECK-SERVICE-TIER.
055889     IF WS-SERVICE-YEARS >=
055890             WS-LVP-TIER-MIN-YEARS (WS-LVP-IX WS-LVP-TIER-IX)
055891         MOVE WS-LVP-TIER-HOURS (WS-LVP-IX WS-LVP-TIER-IX)
055892             TO WS-LEAVE-HOURS-THIS-PAY
055893     END-IF.
055894 2490-EXIT.
055895     EXIT.
055896
055900*=============================================================
056000* 2500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE REGISTER.
056100*=============================================================
059160     MOVE WS-DED-TOTAL-JPY TO CKPT-DED-TOTAL-JPY.
059170     MOVE WS-NET-TOTAL TO CKPT-NET-TOTAL.
059191     MOVE WS-SUPPRESSED-TOTAL TO CKPT-SUPPRESSED-TOTAL.
059192     MOVE WS-TIMECARD-TOTAL TO CKPT-TIMECARD-TOTAL.
059200     MOVE "I" TO CKPT-STATUS.
059300     REWRITE CHECKPOINT-RECORD
059400         INVALID KEY
060500         AT END
060600             MOVE "Y" TO WS-EOF-SWITCH
060700         NOT AT END
060800             IF NOT EMP-PAY-IS-HOURLY
060801                 ADD EMP-SALARY TO WS-MASTER-TOTAL
060802             END-IF
060810             ADD 1 TO WS-EMPLOYEES-READ
060900     END-READ.
061000 2900-EXIT.
061720     PERFORM 8180-WRITE-BANK-TRAILER THRU 8180-EXIT.
061800     PERFORM 8200-RECONCILE-TOTALS THRU 8200-EXIT.
061810     PERFORM 8250-RECONCILE-NET-PAY THRU 8250-EXIT.
061820     DISPLAY "PAYREG - PAID WITH A CHANGE PENDING APPROVAL: "
061830             WS-PENDING-WARNING-COUNT.
061840     IF PENDING-FILE-IS-OPEN
061850         CLOSE PENDING-CHANGE-FILE
061860     END-IF.
061900     MOVE "1" TO CKPT-KEY.
062000     MOVE WS-LAST-EMPLOYEE-NUMBER TO CKPT-LAST-EMPLOYEE-NUMBER.
062100     MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
063060     MOVE WS-DED-TOTAL-JPY TO CKPT-DED-TOTAL-JPY.
063070     MOVE WS-NET-TOTAL TO CKPT-NET-TOTAL.
063091     MOVE WS-SUPPRESSED-TOTAL TO CKPT-SUPPRESSED-TOTAL.
063092     MOVE WS-TIMECARD-TOTAL TO CKPT-TIMECARD-TOTAL.
063100     MOVE "C" TO CKPT-STATUS.
063200     REWRITE CHECKPOINT-RECORD
063300         INVALID KEY
063821     CLOSE EXCHANGE-RATE-FILE.
063822     CLOSE BANK-PAYMENT-FILE.
063823     CLOSE PAY-STATEMENT-DETAIL-FILE.
063824     IF TIME-CARD-FILE-IS-OPEN
063825         CLOSE TIME-CARD-FILE
063826     END-IF.
063827     CLOSE LEAVE-BALANCE-FILE.
063830     MOVE "P" TO PPC-STATUS.
063840     REWRITE PAY-PERIOD-RECORD
063850         INVALID KEY
067464
067465*=============================================================
067600* 8200-RECONCILE-TOTALS - THE SALARY TOTAL READ FROM THE MASTER
067700*                         PLUS THE HOURLY GROSS BUILT FROM THE
067800*                         TIME CARDS MUST EQUAL THE REPORT TOTAL
067810*                         PLUS THE EXCEPTION AND SUPPRESSED
067820*                         TOTALS, TO THE PENNY.
067900*=============================================================
068000 8200-RECONCILE-TOTALS.
068010     ADD WS-MASTER-TOTAL WS-TIMECARD-TOTAL
068020         GIVING WS-INPUT-TOTAL.
068100     ADD WS-REPORT-TOTAL WS-EXCEPTION-TOTAL WS-SUPPRESSED-TOTAL
068200         GIVING WS-OUTPUT-TOTAL.
068300     IF WS-INPUT-TOTAL NOT = WS-OUTPUT-TOTAL
068400         DISPLAY "PAYREG: RECONCILIATION FAILED - MASTER "
068500         DISPLAY "        PLUS TIME-CARD TOTAL DOES NOT EQUAL"
068600         DISPLAY "        REPORT PLUS EXCEPTION PLUS SUPPRESSED."
068700         DISPLAY "MASTER TOTAL   = " WS-MASTER-TOTAL
068710         DISPLAY "TIME-CARD TOTAL= " WS-TIMECARD-TOTAL
068800         DISPLAY "OUTPUT TOTAL   = " WS-OUTPUT-TOTAL
068900         MOVE 16 TO RETURN-CODE
069000     END-IF.
