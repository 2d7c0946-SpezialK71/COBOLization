000700*                ROLLED, AND STAMPS THE YEAR-END CONTROL RECORD
000800*                THAT PAYREG CHECKS BEFORE RUNNING INTO A NEW
000900*                YEAR.
000925*                IT ALSO BUILDS THE CLOSED YEAR'S ANNUAL WAGE
000950*                SUMMARY FROM THE PAY STATEMENT DETAIL, FOR THE
000975*                WAGESTMT ANNUAL STATEMENTS AND FILING FILE.
001000*=============================================================
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. YEAREND.
002197*                 YEAR BEING CLOSED) IS ROLLED AND ZEROED LIKE
002198*                 AN ACTIVE RECORD AND KEPT ON FILE, SO THE
002199*                 FINAL PRORATED PAY CAN STILL BE PRODUCED.
002200* 2026-10-15 TO   TERMINATED EMPLOYEES' LEAVE BALANCES ARE NOW
002201*                 SETTLED AT THE PURGE UNDER THE LEAVE POLICY
002202*                 (LVPOL COPYBOOK) - A TYPE THE POLICY PAYS OUT IS
002203*                 WRITTEN TO THE LVPAYOUT FILE FOR ACCOUNTS
002204*                 PAYABLE AND PRINTED, A TYPE IT FORFEITS IS
002205*                 PRINTED, AND THE BALANCE ROWS ARE DELETED WITH
002206*                 THE MASTER. EVERYONE ELSE'S LEAVE YEAR-TO-DATE
002207*                 HOURS ARE ZEROED FOR THE NEW YEAR.
002217* 2026-10-15 TO   THE CLOSE NOW BUILDS THE YEAR'S ANNUAL WAGE
002227*                 SUMMARY (WSMREC COPYBOOK) FROM EVERY PAYDTL ROW
002237*                 PAID IN THE YEAR - GROSS, TAX, BENEFITS,
002247*                 GARNISHMENTS AND NET PER EMPLOYEE AND CURRENCY -
002257*                 BEFORE ANY MASTER IS PURGED, SO WAGESTMT CAN
002267*                 PRINT AND REPRINT THE STATEMENTS FROM IT.
002290
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
005392         ORGANIZATION IS SEQUENTIAL
005393         FILE STATUS IS WS-RUNLOG-STATUS.
005400
005401     SELECT LEAVE-BALANCE-FILE
005402         ASSIGN TO "LVBAL"
005403         ORGANIZATION IS INDEXED
005404         ACCESS MODE IS RANDOM
005405         RECORD KEY IS LVB-KEY
005406         FILE STATUS IS WS-LVBAL-STATUS.
005407
005408     SELECT LEAVE-PAYOUT-FILE
005409         ASSIGN TO "LVPAYOUT"
005410         ORGANIZATION IS INDEXED
005411         ACCESS MODE IS RANDOM
005412         RECORD KEY IS LPO-KEY
005413         FILE STATUS IS WS-LVPAYOUT-STATUS.
005415
005417     SELECT PAY-STATEMENT-DETAIL-FILE
005419         ASSIGN TO "PAYDTL"
005421         ORGANIZATION IS INDEXED
005423         ACCESS MODE IS SEQUENTIAL
005425         RECORD KEY IS PSD-KEY
005427         FILE STATUS IS WS-PAYDTL-STATUS.
005429
005431     SELECT WAGE-SUMMARY-FILE
005433         ASSIGN TO "WAGESUM"
005435         ORGANIZATION IS INDEXED
005437         ACCESS MODE IS DYNAMIC
005439         RECORD KEY IS WSM-KEY
005441         FILE STATUS IS WS-WAGESUM-STATUS.
005450
005500 DATA DIVISION.
005600 FILE SECTION.
005700* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER.
007070* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
007080 FD  RUN-LOG-FILE.
007090     COPY RLGREC.
007091
007092* LEAVE BALANCE RECORD - KEYED BY EMPLOYEE + LEAVE TYPE. A PURGED
007093* EMPLOYEE'S ROWS ARE SETTLED AND DELETED WITH THE MASTER RECORD.
007094 FD  LEAVE-BALANCE-FILE.
007095     COPY LVBREC.
007096
007097* LEAVE PAYOUT RECORD - KEYED BY CLOSE YEAR + EMPLOYEE + TYPE.
007098 FD  LEAVE-PAYOUT-FILE.
007099     COPY LPOREC.
007100
007105* PAY STATEMENT DETAIL RECORD - KEYED BY PERIOD + EMPLOYEE, READ
007110* FROM END TO END FOR THE ROWS PAID IN THE YEAR BEING CLOSED.
007115 FD  PAY-STATEMENT-DETAIL-FILE.
007120     COPY PSDREC.
007125
007130* ANNUAL WAGE SUMMARY RECORD - KEYED BY YEAR + EMPLOYEE +
007135* CURRENCY.
007140 FD  WAGE-SUMMARY-FILE.
007145     COPY WSMREC.
007150
007200 WORKING-STORAGE SECTION.
007300 01  WS-FILE-STATUSES.
007400     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
007700     05  WS-YERPT-STATUS             PIC X(02) VALUE ZEROS.
007710     05  WS-DEDMAST-STATUS           PIC X(02) VALUE ZEROS.
007720     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
007730     05  WS-LVBAL-STATUS             PIC X(02) VALUE ZEROS.
007740     05  WS-LVPAYOUT-STATUS          PIC X(02) VALUE ZEROS.
007760     05  WS-PAYDTL-STATUS            PIC X(02) VALUE ZEROS.
007780     05  WS-WAGESUM-STATUS           PIC X(02) VALUE ZEROS.
007800
007900 01  WS-SWITCHES.
008000     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
008120         88  HISTORY-ALREADY-ROLLED          VALUE "Y".
008130     05  WS-DED-EOF-SWITCH           PIC X(01) VALUE "N".
008140         88  END-OF-DEDUCTIONS               VALUE "Y".
008150     05  WS-PAYOUT-DUP-SWITCH        PIC X(01) VALUE "N".
008160         88  PAYOUT-ALREADY-WRITTEN          VALUE "Y".
008165     05  WS-PSD-EOF-SWITCH           PIC X(01) VALUE "N".
008170         88  END-OF-PAY-DETAIL               VALUE "Y".
008175     05  WS-WSM-EOF-SWITCH           PIC X(01) VALUE "N".
008180         88  END-OF-WAGE-SUMMARY             VALUE "Y".
008185     05  WS-WSM-FOUND-SWITCH         PIC X(01) VALUE "N".
008190         88  WAGE-SUMMARY-WAS-FOUND          VALUE "Y".
008200
008300 01  WS-CLOSE-YEAR                    PIC 9(04) VALUE ZEROS.
008400 01  WS-ROLLED-COUNT                  PIC 9(05) VALUE ZEROS COMP.
008500 01  WS-ROLLED-TOTAL                  PIC 9(13)V9(02) VALUE ZEROS.
008510 01  WS-PURGED-COUNT                  PIC 9(05) VALUE ZEROS COMP.
008511 01  WS-LEAVE-PAID-COUNT              PIC 9(05) VALUE ZEROS COMP.
008512 01  WS-LEAVE-PAID-HOURS              PIC 9(09)V9(02) VALUE ZEROS.
008513 01  WS-LEAVE-FORFEIT-COUNT           PIC 9(05) VALUE ZEROS COMP.
008514 01  WS-LEAVE-FORFEIT-HOURS           PIC 9(09)V9(02) VALUE ZEROS.
008515 01  WS-WAGE-SUMMARY-COUNT            PIC 9(05) VALUE ZEROS COMP.
008516 01  WS-PAY-ROWS-SUMMARIZED           PIC 9(07) VALUE ZEROS COMP.
008517 01  WS-DED-IX                        PIC 9(02) VALUE ZEROS COMP.
008520
008530* THE TERMINATION DATE BROKEN OUT FOR THE PURGE GUARD - ONLY A
008540* TERMINATION EFFECTIVE IN OR BEFORE THE YEAR BEING CLOSED IS
008560 01  WS-TERMINATION-DATE-WORK.
008570     05  WS-TDW-CCYY                 PIC 9(04).
008580     05  WS-TDW-MMDD                 PIC 9(04).
008581
008582     COPY LVPOL.
008583
008584* ONE PURGED EMPLOYEE'S LEAVE SETTLEMENT - THE VALUE OF ONE HOUR
008585* (THE HOURLY RATE, OR THE PERIOD SALARY OVER THE STANDARD PERIOD
008586* HOURS, AS LVLIAB VALUES IT) AND THE AMOUNT PAID OUT FOR ONE
008587* TYPE, IN THE EMPLOYEE'S OWN CURRENCY.
008588 01  WS-HOURLY-VALUE                  PIC 9(07)V9(02) VALUE ZEROS.
008589 01  WS-LEAVE-VALUE                   PIC 9(09)V9(02) VALUE ZEROS.
008590
008591* A PAY STATEMENT DETAIL ROW'S PAY DATE BROKEN OUT SO ONLY THE
008592* ROWS PAID IN THE YEAR BEING CLOSED ARE SUMMARIZED.
008593 01  WS-PAY-DATE-WORK.
008594     05  WS-PDW-CCYY                 PIC 9(04).
008595     05  WS-PDW-MMDD                 PIC 9(04).
008600
008700* REPORT CONTROL COUNTERS.
008800 01  WS-REPORT-CONTROLS.
013530     05  FILLER                      PIC X(20) VALUE
013540             "TERMINATED PURGED:  ".
013550     05  WS-TOT-FMT-PURGED           PIC ZZZZ9.
013551
013552* ONE LEAVE SETTLEMENT LINE, PRINTED UNDER A PURGED EMPLOYEE.
013553 01  WS-LEAVE-LINE.
013554     05  FILLER                      PIC X(08) VALUE SPACES.
013555     05  WS-LVL-ACTION               PIC X(16).
013556     05  WS-LVL-LEAVE-TYPE           PIC X(01).
013557     05  FILLER                      PIC X(09) VALUE "  HOURS: ".
013558     05  WS-LVL-HOURS                PIC ZZ,ZZ9.99.
013559     05  FILLER                      PIC X(02) VALUE SPACES.
013560     05  WS-LVL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
013561     05  FILLER                      PIC X(01) VALUE SPACE.
013562     05  WS-LVL-CURRENCY             PIC X(03).
013563
013564 01  WS-TOTAL-LINE-LEAVE-PAID.
013565     05  FILLER                      PIC X(20) VALUE
013566             "LEAVE PAID OUT:     ".
013567     05  WS-TOT-FMT-LEAVE-PAID       PIC ZZZZ9.
013568     05  FILLER                      PIC X(09) VALUE "  HOURS: ".
013569     05  WS-TOT-FMT-LEAVE-PAID-HRS   PIC ZZZ,ZZZ,ZZ9.99.
013570
013571 01  WS-TOTAL-LINE-LEAVE-FORFEIT.
013572     05  FILLER                      PIC X(20) VALUE
013573             "LEAVE FORFEITED:    ".
013574     05  WS-TOT-FMT-LEAVE-FORFEIT    PIC ZZZZ9.
013575     05  FILLER                      PIC X(09) VALUE "  HOURS: ".
013576     05  WS-TOT-FMT-LEAVE-FORFEIT-HRS PIC ZZZ,ZZZ,ZZ9.99.
013578
013580 01  WS-TOTAL-LINE-WAGE-SUMMARY.
013582     05  FILLER                      PIC X(20) VALUE
013584             "WAGE SUMMARIES:     ".
013586     05  WS-TOT-FMT-WAGE-SUMMARY     PIC ZZZZ9.
013588     05  FILLER                      PIC X(17) VALUE
013590             "  FROM PAY ROWS: ".
013592     05  WS-TOT-FMT-PAY-ROWS         PIC Z,ZZZ,ZZ9.
013600
013700 PROCEDURE DIVISION.
013800
019191         MOVE 16 TO RETURN-CODE
019192         STOP RUN
019193     END-IF.
019194     PERFORM 1200-OPEN-LEAVE-FILES THRU 1200-EXIT.
019200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019300     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
019400            WS-RUN-DATE-CCYY DELIMITED BY SIZE
019500         INTO WS-RUN-DATE-EDITED.
019600     PERFORM 1100-DETERMINE-CLOSE-YEAR THRU 1100-EXIT.
019650     PERFORM 1300-BUILD-WAGE-SUMMARY THRU 1300-EXIT.
019700     MOVE "N" TO WS-EOF-SWITCH.
019800     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
019900 1000-EXIT.
022200     END-IF.
022300 1100-EXIT.
022400     EXIT.
022401
022402*=============================================================
022403* 1200-OPEN-LEAVE-FILES - OPEN THE LEAVE BALANCE FILE AND THE
022404*                         LEAVE PAYOUT FILE, CREATING EITHER ON
022405*                         ITS FIRST USE.
022406*=============================================================
022407 1200-OPEN-LEAVE-FILES.
022408     OPEN I-O LEAVE-BALANCE-FILE.
022409     IF WS-LVBAL-STATUS = "35"
022410         OPEN OUTPUT LEAVE-BALANCE-FILE
022411         CLOSE LEAVE-BALANCE-FILE
022412         OPEN I-O LEAVE-BALANCE-FILE
022413     END-IF.
022414     IF WS-LVBAL-STATUS NOT = "00"
022415         DISPLAY "YEAREND: LEAVE-BALANCE-FILE OPEN FAILED - "
022416         DISPLAY "         FILE STATUS = " WS-LVBAL-STATUS
022417         MOVE 16 TO RETURN-CODE
022418         STOP RUN
022419     END-IF.
022420     OPEN I-O LEAVE-PAYOUT-FILE.
022421     IF WS-LVPAYOUT-STATUS = "35"
022422         OPEN OUTPUT LEAVE-PAYOUT-FILE
022423         CLOSE LEAVE-PAYOUT-FILE
022424         OPEN I-O LEAVE-PAYOUT-FILE
022425     END-IF.
022426     IF WS-LVPAYOUT-STATUS NOT = "00"
022427         DISPLAY "YEAREND: LEAVE-PAYOUT-FILE OPEN FAILED - "
022428         DISPLAY "         FILE STATUS = " WS-LVPAYOUT-STATUS
022429         MOVE 16 TO RETURN-CODE
022430         STOP RUN
022431     END-IF.
022432 1200-EXIT.
022433     EXIT.
022434
022435*=============================================================
022436* 1300-BUILD-WAGE-SUMMARY - BUILD THE CLOSED YEAR'S ANNUAL WAGE
022437*                           SUMMARY FROM EVERY PAY STATEMENT
022438*                           DETAIL ROW WITH A PAY DATE IN THE
022439*                           YEAR, ONE ROW PER EMPLOYEE PER
022440*                           CURRENCY. ANY ROWS AN EARLIER
022441*                           ATTEMPT AT THIS CLOSE BUILT ARE
022442*                           CLEARED FIRST, SO A RERUN BUILDS THE
022443*                           SAME FIGURES AGAIN. IT NEEDS NOTHING
022444*                           FROM THE MASTER, AND IS DONE BEFORE
022445*                           ANY MASTER IS PURGED.
022446*=============================================================
022447 1300-BUILD-WAGE-SUMMARY.
022448     OPEN INPUT PAY-STATEMENT-DETAIL-FILE.
022449     IF WS-PAYDTL-STATUS NOT = "00"
022450         DISPLAY "YEAREND: PAY-STATEMENT-DETAIL-FILE OPEN FAILED"
022451         DISPLAY "         FILE STATUS = " WS-PAYDTL-STATUS
022452         MOVE 16 TO RETURN-CODE
022453         STOP RUN
022454     END-IF.
022455     OPEN I-O WAGE-SUMMARY-FILE.
022456     IF WS-WAGESUM-STATUS = "35"
022457         OPEN OUTPUT WAGE-SUMMARY-FILE
022458         CLOSE WAGE-SUMMARY-FILE
022459         OPEN I-O WAGE-SUMMARY-FILE
022460     END-IF.
022461     IF WS-WAGESUM-STATUS NOT = "00"
022462         DISPLAY "YEAREND: WAGE-SUMMARY-FILE OPEN FAILED - "
022463         DISPLAY "         FILE STATUS = " WS-WAGESUM-STATUS
022464         MOVE 16 TO RETURN-CODE
022465         STOP RUN
022466     END-IF.
022467     MOVE WS-CLOSE-YEAR TO WSM-YEAR.
022468     MOVE ZEROS TO WSM-EMPLOYEE-NUMBER.
022469     MOVE LOW-VALUES TO WSM-CURRENCY-CODE.
022470     MOVE "N" TO WS-WSM-EOF-SWITCH.
022471     START WAGE-SUMMARY-FILE KEY >= WSM-KEY
022472         INVALID KEY
022473             MOVE "Y" TO WS-WSM-EOF-SWITCH
022474     END-START.
022475     PERFORM 1310-CLEAR-ONE-SUMMARY THRU 1310-EXIT
022476         UNTIL END-OF-WAGE-SUMMARY.
022477     MOVE "N" TO WS-PSD-EOF-SWITCH.
022478     PERFORM 1390-READ-PAY-DETAIL THRU 1390-EXIT.
022479     PERFORM 1350-SUMMARIZE-PAY-DETAIL THRU 1350-EXIT
022480         UNTIL END-OF-PAY-DETAIL.
022481     CLOSE PAY-STATEMENT-DETAIL-FILE.
022482     CLOSE WAGE-SUMMARY-FILE.
022483 1300-EXIT.
022484     EXIT.
022485
022486*=============================================================
022487* 1310-CLEAR-ONE-SUMMARY - DELETE THE NEXT SUMMARY ROW LEFT FOR
022488*                          THE YEAR BY AN EARLIER ATTEMPT,
022489*                          STOPPING AT END OF FILE OR AT ANOTHER
022490*                          YEAR'S ROWS.
022491*=============================================================
022492 1310-CLEAR-ONE-SUMMARY.
022493     READ WAGE-SUMMARY-FILE NEXT RECORD
022494         AT END
022495             MOVE "Y" TO WS-WSM-EOF-SWITCH
022496             GO TO 1310-EXIT
022497     END-READ.
022498     IF WSM-YEAR NOT = WS-CLOSE-YEAR
022499         MOVE "Y" TO WS-WSM-EOF-SWITCH
022500         GO TO 1310-EXIT
022501     END-IF.
022502     DELETE WAGE-SUMMARY-FILE
022503         INVALID KEY
022504             DISPLAY "YEAREND: WAGE SUMMARY DELETE FAILED - "
022505             DISPLAY "         EMPLOYEE = " WSM-EMPLOYEE-NUMBER
022506                     " CURRENCY = " WSM-CURRENCY-CODE
022507             MOVE 16 TO RETURN-CODE
022508             STOP RUN
022509     END-DELETE.
022510 1310-EXIT.
022511     EXIT.
022512
022513*=============================================================
022514* 1350-SUMMARIZE-PAY-DETAIL - ADD ONE PAY STATEMENT DETAIL ROW
022515*                             PAID IN THE YEAR INTO ITS EMPLOYEE
022516*                             AND CURRENCY'S SUMMARY ROW, STARTING
022517*                             THE ROW ON THE FIRST. A REISSUE ROW
022518*                             IS SKIPPED - IT RE-PAYS A NET
022519*                             PAYMENT THE ORIGINAL ROW ALREADY
022520*                             HOLDS.
022521*=============================================================
022522 1350-SUMMARIZE-PAY-DETAIL.
022523     MOVE PSD-PAY-DATE TO WS-PAY-DATE-WORK.
022524     IF WS-PDW-CCYY NOT = WS-CLOSE-YEAR
022525         OR PSD-EARNINGS-IS-REISSUE
022526         GO TO 1350-READ
022527     END-IF.
022528     MOVE WS-CLOSE-YEAR TO WSM-YEAR.
022529     MOVE PSD-EMPLOYEE-NUMBER TO WSM-EMPLOYEE-NUMBER.
022530     MOVE PSD-CURRENCY-CODE TO WSM-CURRENCY-CODE.
022531     MOVE "Y" TO WS-WSM-FOUND-SWITCH.
022532     READ WAGE-SUMMARY-FILE
022533         INVALID KEY
022534             MOVE "N" TO WS-WSM-FOUND-SWITCH
022535     END-READ.
022536     IF NOT WAGE-SUMMARY-WAS-FOUND
022537         MOVE SPACES TO WAGE-SUMMARY-RECORD
022538         MOVE WS-CLOSE-YEAR TO WSM-YEAR
022539         MOVE PSD-EMPLOYEE-NUMBER TO WSM-EMPLOYEE-NUMBER
022540         MOVE PSD-CURRENCY-CODE TO WSM-CURRENCY-CODE
022541         MOVE ZEROS TO WSM-STATEMENT-COUNT
022542         MOVE ZEROS TO WSM-GROSS-PAY
022543         MOVE ZEROS TO WSM-TAX-WITHHELD
022544         MOVE ZEROS TO WSM-BENEFITS
022545         MOVE ZEROS TO WSM-GARNISHMENTS
022546         MOVE ZEROS TO WSM-TOTAL-DEDUCTIONS
022547         MOVE ZEROS TO WSM-NET-PAY
022548         MOVE WS-RUN-DATE TO WSM-BUILD-DATE
022549     END-IF.
022550     MOVE PSD-FIRST-NAME TO WSM-FIRST-NAME.
022551     MOVE PSD-LAST-NAME TO WSM-LAST-NAME.
022552     MOVE PSD-DEPARTMENT-CODE TO WSM-DEPARTMENT-CODE.
022553     ADD 1 TO WSM-STATEMENT-COUNT.
022554     ADD PSD-GROSS-PAY TO WSM-GROSS-PAY.
022555     ADD PSD-TOTAL-DEDUCTIONS TO WSM-TOTAL-DEDUCTIONS.
022556     ADD PSD-NET-PAY TO WSM-NET-PAY.
022557     IF PSD-DEDUCTION-COUNT NOT = ZEROS
022558         PERFORM 1360-ADD-ONE-DEDUCTION THRU 1360-EXIT
022559             VARYING WS-DED-IX FROM 1 BY 1
022560             UNTIL WS-DED-IX > PSD-DEDUCTION-COUNT
022561     END-IF.
022562     IF WAGE-SUMMARY-WAS-FOUND
022563         REWRITE WAGE-SUMMARY-RECORD
022564             INVALID KEY
022565                 DISPLAY "YEAREND: WAGE SUMMARY REWRITE FAILED - "
022566                 DISPLAY "         EMPLOYEE = "
022567                         WSM-EMPLOYEE-NUMBER
022568                 MOVE 16 TO RETURN-CODE
022569                 STOP RUN
022570         END-REWRITE
022571     ELSE
022572         WRITE WAGE-SUMMARY-RECORD
022573             INVALID KEY
022574                 DISPLAY "YEAREND: WAGE SUMMARY WRITE FAILED - "
022575                 DISPLAY "         EMPLOYEE = "
022576                         WSM-EMPLOYEE-NUMBER
022577                 MOVE 16 TO RETURN-CODE
022578                 STOP RUN
022579         END-WRITE
022580         ADD 1 TO WS-WAGE-SUMMARY-COUNT
022581     END-IF.
022582     ADD 1 TO WS-PAY-ROWS-SUMMARIZED.
022583 1350-READ.
022584     PERFORM 1390-READ-PAY-DETAIL THRU 1390-EXIT.
022585 1350-EXIT.
022586     EXIT.
022587
022588*=============================================================
022589* 1360-ADD-ONE-DEDUCTION - ADD ONE DEDUCTION LINE TO THE TOTAL FOR
022590*                          ITS TYPE.
022591*=============================================================
022592 1360-ADD-ONE-DEDUCTION.
022593     EVALUATE PSD-DED-TYPE (WS-DED-IX)
022594         WHEN "T"
022595             ADD PSD-DED-AMOUNT (WS-DED-IX) TO WSM-TAX-WITHHELD
022596         WHEN "B"
022597             ADD PSD-DED-AMOUNT (WS-DED-IX) TO WSM-BENEFITS
022598         WHEN "G"
022599             ADD PSD-DED-AMOUNT (WS-DED-IX) TO WSM-GARNISHMENTS
022600         WHEN OTHER
022601             CONTINUE
022602     END-EVALUATE.
022603 1360-EXIT.
022604     EXIT.
022605
022606*=============================================================
022607* 1390-READ-PAY-DETAIL - READ THE NEXT PAY STATEMENT DETAIL ROW.
022608*=============================================================
022609 1390-READ-PAY-DETAIL.
022610     READ PAY-STATEMENT-DETAIL-FILE NEXT RECORD
022611         AT END
022612             MOVE "Y" TO WS-PSD-EOF-SWITCH
022613     END-READ.
022614 1390-EXIT.
022615     EXIT.
022616
022650*=============================================================
022700* 2000-PROCESS-EMPLOYEE - ROLL ONE EMPLOYEE'S YTD INTO HISTORY,
022800*                         REPORT IT, THEN ZERO THE MASTER YTD -
022810*                         OR, FOR AN EMPLOYEE WHOSE TERMINATION
025500
025600*=============================================================
025700* 2200-ZERO-MASTER-YTD - ZERO THE EMPLOYEE'S YTD-GROSS ON THE
025800*                        MASTER, AND THE HOURS ACCRUED AND TAKEN
025900*                        THIS YEAR ON THE LEAVE BALANCES, FOR THE
025910*                        NEW YEAR. THE BALANCES THEMSELVES CARRY
025920*                        FORWARD.
025930*=============================================================
026000 2200-ZERO-MASTER-YTD.
026100     MOVE ZEROS TO EMP-YTD-GROSS.
026200     REWRITE EMPLOYEE-RECORD
026600             MOVE 16 TO RETURN-CODE
026700             STOP RUN
026800     END-REWRITE.
026810     PERFORM 2250-RESET-LEAVE-YTD THRU 2250-EXIT.
026900 2200-EXIT.
027000     EXIT.
027001
027002*=============================================================
027003* 2250-RESET-LEAVE-YTD - ZERO THE YEAR-TO-DATE HOURS ON EACH OF
027004*                        THE EMPLOYEE'S LEAVE BALANCE ROWS.
027005*=============================================================
027006 2250-RESET-LEAVE-YTD.
027007     PERFORM 2260-RESET-ONE-LEAVE-TYPE THRU 2260-EXIT
027008         VARYING WS-LVP-IX FROM 1 BY 1
027009         UNTIL WS-LVP-IX > WS-LVP-ENTRY-COUNT.
027010 2250-EXIT.
027011     EXIT.
027012
027013*=============================================================
027014* 2260-RESET-ONE-LEAVE-TYPE - ONE LEAVE TYPE. AN EMPLOYEE WITH NO
027015*                             ROW FOR THE TYPE HAS NOTHING TO
027016*                             RESET.
027017*=============================================================
027018 2260-RESET-ONE-LEAVE-TYPE.
027019     MOVE EMP-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
027020     MOVE WS-LVP-LEAVE-TYPE (WS-LVP-IX) TO LVB-LEAVE-TYPE.
027021     READ LEAVE-BALANCE-FILE
027022         INVALID KEY
027023             GO TO 2260-EXIT
027024     END-READ.
027025     MOVE ZEROS TO LVB-ACCRUED-YTD-HOURS.
027026     MOVE ZEROS TO LVB-TAKEN-YTD-HOURS.
027027     REWRITE LEAVE-BALANCE-RECORD
027028         INVALID KEY
027029             DISPLAY "YEAREND: LEAVE REWRITE FAILED - EMPLOYEE "
027030             DISPLAY "         NUMBER = " EMP-EMPLOYEE-NUMBER
027031                     " TYPE = " LVB-LEAVE-TYPE
027032             MOVE 16 TO RETURN-CODE
027033             STOP RUN
027034     END-REWRITE.
027035 2260-EXIT.
027036     EXIT.
027100
027200*=============================================================
027300* 2300-WRITE-DETAIL - PRINT ONE CONTROL-REPORT LINE, BREAKING
030800     EXIT.
030801
030802*=============================================================
030803* 2600-PURGE-TERMINATED - SETTLE A TERMINATED EMPLOYEE'S LEAVE
030804*                         BALANCES UNDER THE LEAVE POLICY, DELETE
030805*                         THE DEDUCTION ROWS AND THEN THE MASTER
030806*                         RECORD ITSELF. THE HISTORY ROW IS
030807*                         ALREADY WRITTEN, SO NOTHING IS LOST.
030808*=============================================================
030809 2600-PURGE-TERMINATED.
030810     PERFORM 2700-SETTLE-LEAVE THRU 2700-EXIT.
030811     PERFORM 2650-PURGE-DEDUCTIONS THRU 2650-EXIT.
030812     DELETE EMPLOYEE-MASTER-FILE
030813         INVALID KEY
030814             DISPLAY "YEAREND: MASTER DELETE FAILED - EMPLOYEE "
030815             DISPLAY "         NUMBER = " EMP-EMPLOYEE-NUMBER
030816             MOVE 16 TO RETURN-CODE
030817             STOP RUN
030818     END-DELETE.
030819     ADD 1 TO WS-PURGED-COUNT.
030820 2600-EXIT.
030821     EXIT.
030822
030823*=============================================================
030824* 2650-PURGE-DEDUCTIONS - POSITION ON THE EMPLOYEE'S FIRST
030825*                         DEDUCTION ROW AND DELETE THROUGH THE
030826*                         LAST, SO NO ORPHANED ROWS REMAIN.
030827*=============================================================
030828 2650-PURGE-DEDUCTIONS.
030829     MOVE "N" TO WS-DED-EOF-SWITCH.
030830     MOVE EMP-EMPLOYEE-NUMBER TO DED-EMPLOYEE-NUMBER.
030831     MOVE ZEROS TO DED-SEQUENCE.
030832     START DEDUCTION-MASTER-FILE KEY >= DED-KEY
030833         INVALID KEY
030834             MOVE "Y" TO WS-DED-EOF-SWITCH
030835     END-START.
030836     PERFORM 2660-PURGE-ONE-DEDUCTION THRU 2660-EXIT
030837         UNTIL END-OF-DEDUCTIONS.
030838 2650-EXIT.
030839     EXIT.
030840
030841*=============================================================
030842* 2660-PURGE-ONE-DEDUCTION - DELETE THE NEXT OF THE EMPLOYEE'S
030843*                            DEDUCTION ROWS, STOPPING AT END OF
030844*                            FILE OR AT THE FIRST ROW FOR
030845*                            ANOTHER EMPLOYEE.
030846*=============================================================
030847 2660-PURGE-ONE-DEDUCTION.
030848     READ DEDUCTION-MASTER-FILE NEXT RECORD
030849         AT END
030850             MOVE "Y" TO WS-DED-EOF-SWITCH
030851             GO TO 2660-EXIT
030852     END-READ.
030853     IF DED-EMPLOYEE-NUMBER NOT = EMP-EMPLOYEE-NUMBER
030854         MOVE "Y" TO WS-DED-EOF-SWITCH
030855         GO TO 2660-EXIT
030856     END-IF.
030857     DELETE DEDUCTION-MASTER-FILE
030858         INVALID KEY
030859             DISPLAY "YEAREND: DEDUCTION DELETE FAILED - "
030860             DISPLAY "         EMPLOYEE = " DED-EMPLOYEE-NUMBER
030861                     " SEQUENCE = " DED-SEQUENCE
030862             MOVE 16 TO RETURN-CODE
030863             STOP RUN
030864     END-DELETE.
030865 2660-EXIT.
030866     EXIT.
030900
030901*=============================================================
030902* 2700-SETTLE-LEAVE - VALUE ONE HOUR OF THE EMPLOYEE'S TIME AT
030903*                     THE FINAL RATE, THEN SETTLE EACH LEAVE TYPE
030904*                     UNDER THE POLICY.
030905*=============================================================
030906 2700-SETTLE-LEAVE.
030907     IF EMP-PAY-IS-HOURLY
030908         MOVE EMP-HOURLY-RATE TO WS-HOURLY-VALUE
030909     ELSE
030910         COMPUTE WS-HOURLY-VALUE ROUNDED =
030911             EMP-SALARY / WS-STANDARD-PERIOD-HOURS
030912     END-IF.
030913     PERFORM 2710-SETTLE-ONE-LEAVE-TYPE THRU 2710-EXIT
030914         VARYING WS-LVP-IX FROM 1 BY 1
030915         UNTIL WS-LVP-IX > WS-LVP-ENTRY-COUNT.
030916 2700-EXIT.
030917     EXIT.
030918
030919*=============================================================
030920* 2710-SETTLE-ONE-LEAVE-TYPE - A REMAINING BALANCE OF A TYPE THE
030921*                              POLICY PAYS OUT IS WRITTEN TO THE
030922*                              PAYOUT FILE; OTHERWISE IT IS
030923*                              FORFEITED. EITHER WAY IT IS PRINTED
030924*                              AND THE BALANCE ROW IS DELETED WITH
030925*                              THE MASTER. A PAYOUT ROW ALREADY ON
030926*                              FILE (STATUS 22) MEANS AN EARLIER
030927*                              ATTEMPT AT THIS CLOSE WROTE IT, SO
030928*                              IT IS KEPT AND NOT COUNTED AGAIN.
030929*=============================================================
030930 2710-SETTLE-ONE-LEAVE-TYPE.
030931     MOVE EMP-EMPLOYEE-NUMBER TO LVB-EMPLOYEE-NUMBER.
030932     MOVE WS-LVP-LEAVE-TYPE (WS-LVP-IX) TO LVB-LEAVE-TYPE.
030933     READ LEAVE-BALANCE-FILE
030934         INVALID KEY
030935             GO TO 2710-EXIT
030936     END-READ.
030937     IF LVB-BALANCE-HOURS = ZEROS
030938         GO TO 2710-DELETE
030939     END-IF.
030940     IF LVP-FORFEITED-AT-TERMINATION (WS-LVP-IX)
030941         ADD 1 TO WS-LEAVE-FORFEIT-COUNT
030942         ADD LVB-BALANCE-HOURS TO WS-LEAVE-FORFEIT-HOURS
030943         MOVE "LEAVE FORFEITED " TO WS-LVL-ACTION
030944         MOVE ZEROS TO WS-LEAVE-VALUE
030945         PERFORM 2750-WRITE-LEAVE-LINE THRU 2750-EXIT
030946         GO TO 2710-DELETE
030947     END-IF.
030948     PERFORM 2720-WRITE-PAYOUT THRU 2720-EXIT.
030949     IF NOT PAYOUT-ALREADY-WRITTEN
030950         ADD 1 TO WS-LEAVE-PAID-COUNT
030951         ADD LVB-BALANCE-HOURS TO WS-LEAVE-PAID-HOURS
030952         MOVE "LEAVE PAID OUT  " TO WS-LVL-ACTION
030953         PERFORM 2750-WRITE-LEAVE-LINE THRU 2750-EXIT
030954     END-IF.
030955 2710-DELETE.
030956     DELETE LEAVE-BALANCE-FILE
030957         INVALID KEY
030958             DISPLAY "YEAREND: LEAVE DELETE FAILED - EMPLOYEE "
030959             DISPLAY "         NUMBER = " LVB-EMPLOYEE-NUMBER
030960                     " TYPE = " LVB-LEAVE-TYPE
030961             MOVE 16 TO RETURN-CODE
030962             STOP RUN
030963     END-DELETE.
030964 2710-EXIT.
030965     EXIT.
030966
030967*=============================================================
030968* 2720-WRITE-PAYOUT - WRITE ONE PAYOUT ROW CARRYING EVERYTHING
030969*                     ACCOUNTS PAYABLE NEEDS ONCE THE MASTER IS
030970*                     GONE. ANY WRITE FAILURE OTHER THAN A RERUN
030971*                     DUPLICATE STOPS THE RUN BEFORE THE BALANCE
030972*                     ROW IS DELETED, SO THE HOURS ARE NEVER LOST.
030973*=============================================================
030974 2720-WRITE-PAYOUT.
030975     MOVE "N" TO WS-PAYOUT-DUP-SWITCH.
030976     COMPUTE WS-LEAVE-VALUE ROUNDED =
030977         LVB-BALANCE-HOURS * WS-HOURLY-VALUE.
030978     MOVE WS-CLOSE-YEAR TO LPO-CLOSE-YEAR.
030979     MOVE EMP-EMPLOYEE-NUMBER TO LPO-EMPLOYEE-NUMBER.
030980     MOVE LVB-LEAVE-TYPE TO LPO-LEAVE-TYPE.
030981     MOVE EMP-FIRST-NAME TO LPO-FIRST-NAME.
030982     MOVE EMP-LAST-NAME TO LPO-LAST-NAME.
030983     MOVE EMP-DEPARTMENT-CODE TO LPO-DEPARTMENT-CODE.
030984     MOVE EMP-TERMINATION-DATE TO LPO-TERMINATION-DATE.
030985     MOVE LVB-BALANCE-HOURS TO LPO-HOURS.
030986     MOVE WS-HOURLY-VALUE TO LPO-HOURLY-VALUE.
030987     MOVE WS-LEAVE-VALUE TO LPO-AMOUNT.
030988     MOVE EMP-CURRENCY-CODE TO LPO-CURRENCY-CODE.
030989     MOVE EMP-BANK-ROUTING TO LPO-BANK-ROUTING.
030990     MOVE EMP-BANK-ACCOUNT TO LPO-BANK-ACCOUNT.
030991     MOVE WS-RUN-DATE TO LPO-PAYOUT-DATE.
030992     WRITE LEAVE-PAYOUT-RECORD
030993         INVALID KEY
030994             CONTINUE
030995     END-WRITE.
030996     IF WS-LVPAYOUT-STATUS = "22"
030997         MOVE "Y" TO WS-PAYOUT-DUP-SWITCH
030998         GO TO 2720-EXIT
030999     END-IF.
031000     IF WS-LVPAYOUT-STATUS NOT = "00"
031001         DISPLAY "YEAREND: LEAVE PAYOUT WRITE FAILED - EMPLOYEE "
031002         DISPLAY "         NUMBER = " EMP-EMPLOYEE-NUMBER
031003         DISPLAY "         FILE STATUS = " WS-LVPAYOUT-STATUS
031004         MOVE 16 TO RETURN-CODE
031005         STOP RUN
031006     END-IF.
031007 2720-EXIT.
031008     EXIT.
031009
031010*=============================================================
031011* 2750-WRITE-LEAVE-LINE - PRINT ONE LEAVE SETTLEMENT LINE UNDER
031012*                         THE EMPLOYEE, BREAKING THE PAGE AS
031013*                         2300-WRITE-DETAIL DOES.
031014*=============================================================
031015 2750-WRITE-LEAVE-LINE.
031016     IF WS-LINE-COUNT = ZEROS
031017         OR WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
031018         PERFORM 2500-WRITE-PAGE-HEADERS THRU 2500-EXIT
031019     END-IF.
031020     MOVE LVB-LEAVE-TYPE TO WS-LVL-LEAVE-TYPE.
031021     MOVE LVB-BALANCE-HOURS TO WS-LVL-HOURS.
031022     MOVE WS-LEAVE-VALUE TO WS-LVL-AMOUNT.
031023     MOVE EMP-CURRENCY-CODE TO WS-LVL-CURRENCY.
031024     WRITE YEAR-END-REPORT-LINE FROM WS-LEAVE-LINE
031025         AFTER ADVANCING 1 LINE.
031026     ADD 1 TO WS-LINE-COUNT.
031027 2750-EXIT.
031028     EXIT.
031029
031950*=============================================================
031955* 2900-READ-EMPLOYEE - READ THE NEXT EMPLOYEE MASTER RECORD.
031960*=============================================================
031965 2900-READ-EMPLOYEE.
031970     READ EMPLOYEE-MASTER-FILE NEXT RECORD
031975         AT END
031980             MOVE "Y" TO WS-EOF-SWITCH
031985     END-READ.
031990 2900-EXIT.
031995     EXIT.
032000
032100*=============================================================
032200* 8000-TERMINATE - PRINT THE CONTROL TOTALS, STAMP THE YEAR-END
033110     MOVE WS-PURGED-COUNT TO WS-TOT-FMT-PURGED.
033120     WRITE YEAR-END-REPORT-LINE FROM WS-TOTAL-LINE-PURGED
033130         AFTER ADVANCING 1 LINE.
033131     MOVE WS-LEAVE-PAID-COUNT TO WS-TOT-FMT-LEAVE-PAID.
033132     MOVE WS-LEAVE-PAID-HOURS TO WS-TOT-FMT-LEAVE-PAID-HRS.
033133     WRITE YEAR-END-REPORT-LINE FROM WS-TOTAL-LINE-LEAVE-PAID
033134         AFTER ADVANCING 1 LINE.
033135     MOVE WS-LEAVE-FORFEIT-COUNT TO WS-TOT-FMT-LEAVE-FORFEIT.
033136     MOVE WS-LEAVE-FORFEIT-HOURS TO WS-TOT-FMT-LEAVE-FORFEIT-HRS.
033137     WRITE YEAR-END-REPORT-LINE FROM WS-TOTAL-LINE-LEAVE-FORFEIT
033138         AFTER ADVANCING 1 LINE.
033148     MOVE WS-WAGE-SUMMARY-COUNT TO WS-TOT-FMT-WAGE-SUMMARY.
033158     MOVE WS-PAY-ROWS-SUMMARIZED TO WS-TOT-FMT-PAY-ROWS.
033168     WRITE YEAR-END-REPORT-LINE FROM WS-TOTAL-LINE-WAGE-SUMMARY
033178         AFTER ADVANCING 1 LINE.
033200     MOVE "1" TO YEC-KEY.
033300     MOVE WS-CLOSE-YEAR TO YEC-LAST-CLOSED-YEAR.
033400     MOVE WS-RUN-DATE TO YEC-CLOSE-DATE.
033900     DISPLAY "YEAREND: YEAR " WS-CLOSE-YEAR " CLOSED - "
034000             WS-ROLLED-COUNT " EMPLOYEES ROLLED".
034010     DISPLAY "YEAREND: TERMINATED PURGED - " WS-PURGED-COUNT.
034011     DISPLAY "YEAREND: LEAVE PAID OUT - " WS-LEAVE-PAID-COUNT
034012             " FORFEITED - " WS-LEAVE-FORFEIT-COUNT.
034037     DISPLAY "YEAREND: WAGE SUMMARIES BUILT - "
034062             WS-WAGE-SUMMARY-COUNT.
034100     CLOSE EMPLOYEE-MASTER-FILE.
034200     CLOSE EARNINGS-HISTORY-FILE.
034300     CLOSE YEAR-END-CONTROL-FILE.
034400     CLOSE YEAR-END-REPORT-FILE.
034410     CLOSE DEDUCTION-MASTER-FILE.
034411     CLOSE LEAVE-BALANCE-FILE.
034412     CLOSE LEAVE-PAYOUT-FILE.
034420     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
034500 8000-EXIT.
034600     EXIT.
