001250*                WHILE PAY IS SUPPRESSED. DEPARTMENT NAMES AND
001300*                COST CENTERS COME FROM THE DEPARTMENT REFERENCE
001400*                FILE. THERE IS NO DEPARTMENT CAP - NO TABLE IS
001410*                KEPT AT ALL. EACH DEPARTMENT ALSO SHOWS ITS
001420*                DISTRIBUTED COST - THE GROSS CHARGED TO IT BY
001430*                THE LABOR DISTRIBUTION SPLITS IN FORCE TODAY,
001440*                WHATEVER THE EMPLOYEES' HOME DEPARTMENTS -
001450*                BUILT IN A FIRST PASS OVER THE MASTER INTO A
001460*                KEYED WORK FILE.
001600*=============================================================
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. DEPTSUM.
004492*                 COUNTS IN THE HEADCOUNT ONLY. THE UNSIGNED NET
004493*                 FIELD WAS SILENTLY TAKING THE ABSOLUTE VALUE
004494*                 AND OVERSTATING THE DEPARTMENT.
004495* 2026-10-15 TO   ADDED THE DISTRIBUTED COST COLUMN - GROSS SPREAD
004496*                 BY THE LABOR DISTRIBUTION SPLITS (LABDIST) IN
004497*                 FORCE TODAY, PENNY TO THE HOME DEPARTMENT, SO
004498*                 FINANCE SEES WHAT EACH DEPARTMENT IS CHARGED
004499*                 ALONGSIDE WHO SITS IN IT.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-RUNLOG-STATUS.
008600
008605     SELECT LABOR-DISTRIBUTION-FILE
008610         ASSIGN TO "LABDIST"
008615         ORGANIZATION IS INDEXED
008620         ACCESS MODE IS DYNAMIC
008625         RECORD KEY IS LDS-KEY
008630         FILE STATUS IS WS-LABDIST-STATUS.
008635
008640     SELECT DEPARTMENT-DIST-WORK-FILE
008645         ASSIGN TO "DSDSTWRK"
008650         ORGANIZATION IS INDEXED
008655         ACCESS MODE IS DYNAMIC
008660         RECORD KEY IS DDW-DEPARTMENT
008665         FILE STATUS IS WS-DSDSTWRK-STATUS.
008670
008700 DATA DIVISION.
008800 FILE SECTION.
008900* EMPLOYEE MASTER RECORD - READ IN DEPARTMENT ORDER THROUGH THE
010600 FD  RUN-LOG-FILE.
010700     COPY RLGREC.
010800
010805* LABOR DISTRIBUTION RECORD - KEYED BY EMPLOYEE + EFFECTIVE DATE.
010810 FD  LABOR-DISTRIBUTION-FILE.
010815     COPY LDREC.
010820
010825* DISTRIBUTED COST WORK RECORD - ONE ROW PER DEPARTMENT CHARGED,
010830* BY CURRENCY, REBUILT EVERY RUN. THE PRINTED FLAG PICKS OUT THE
010835* DEPARTMENTS CHARGED BY SPLITS THAT HAVE NO ONE HOMED IN THEM.
010840 FD  DEPARTMENT-DIST-WORK-FILE.
010845 01  DEPARTMENT-DIST-WORK-RECORD.
010850     05  DDW-DEPARTMENT              PIC X(04).
010855     05  DDW-USD                     PIC 9(11)V9(02).
010860     05  DDW-GBP                     PIC 9(11)V9(02).
010865     05  DDW-EUR                     PIC 9(11)V9(02).
010870     05  DDW-JPY                     PIC 9(11)V9(02).
010875     05  DDW-PRINTED-FLAG            PIC X(01).
010880         88  DDW-WAS-PRINTED                 VALUE "Y".
010885
010900 WORKING-STORAGE SECTION.
011000 01  WS-FILE-STATUSES.
011100     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
011300     05  WS-DEDMAST-STATUS           PIC X(02) VALUE ZEROS.
011400     05  WS-DEPTRPT-STATUS           PIC X(02) VALUE ZEROS.
011500     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
011525     05  WS-LABDIST-STATUS           PIC X(02) VALUE ZEROS.
011550     05  WS-DSDSTWRK-STATUS          PIC X(02) VALUE ZEROS.
011600
011700 01  WS-SWITCHES.
011800     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
012100         88  END-OF-DEDUCTIONS               VALUE "Y".
012200     05  WS-FIRST-TIME-SWITCH        PIC X(01) VALUE "Y".
012300         88  FIRST-EMPLOYEE-OF-RUN           VALUE "Y".
012310     05  WS-LDS-EOF-SWITCH           PIC X(01) VALUE "N".
012320         88  END-OF-DISTRIBUTIONS            VALUE "Y".
012330     05  WS-DIST-FOUND-SWITCH        PIC X(01) VALUE "N".
012340         88  DISTRIBUTION-IN-FORCE           VALUE "Y".
012350     05  WS-DDW-FOUND-SWITCH         PIC X(01) VALUE "N".
012360         88  DIST-ROW-WAS-FOUND              VALUE "Y".
012370     05  WS-DDW-EOF-SWITCH           PIC X(01) VALUE "N".
012380         88  END-OF-DIST-WORK-FILE           VALUE "Y".
012400
012500* TODAY PER THE SYSTEM CLOCK - THE DEDUCTION ROWS COUNTED ARE
012600* THE ONES IN EFFECT TODAY, AS THE REGISTER WOULD TAKE THEM.
015200     05  WS-DEPT-NET-GBP             PIC 9(11)V9(02) VALUE ZEROS.
015300     05  WS-DEPT-NET-EUR             PIC 9(11)V9(02) VALUE ZEROS.
015400     05  WS-DEPT-NET-JPY             PIC 9(11)V9(02) VALUE ZEROS.
015420     05  WS-DEPT-DIST-USD            PIC 9(11)V9(02) VALUE ZEROS.
015440     05  WS-DEPT-DIST-GBP            PIC 9(11)V9(02) VALUE ZEROS.
015460     05  WS-DEPT-DIST-EUR            PIC 9(11)V9(02) VALUE ZEROS.
015480     05  WS-DEPT-DIST-JPY            PIC 9(11)V9(02) VALUE ZEROS.
015500
015600* GRAND TOTALS ACROSS EVERY DEPARTMENT, BY CURRENCY.
015700 01  WS-GRAND-TOTALS.
016700     05  WS-TOTAL-NET-GBP            PIC 9(11)V9(02) VALUE ZEROS.
016800     05  WS-TOTAL-NET-EUR            PIC 9(11)V9(02) VALUE ZEROS.
016900     05  WS-TOTAL-NET-JPY            PIC 9(11)V9(02) VALUE ZEROS.
016920     05  WS-TOTAL-DIST-USD           PIC 9(11)V9(02) VALUE ZEROS.
016940     05  WS-TOTAL-DIST-GBP           PIC 9(11)V9(02) VALUE ZEROS.
016960     05  WS-TOTAL-DIST-EUR           PIC 9(11)V9(02) VALUE ZEROS.
016980     05  WS-TOTAL-DIST-JPY           PIC 9(11)V9(02) VALUE ZEROS.
017000
017100 01  WS-TOTAL-HEADCOUNT              PIC 9(05) VALUE ZEROS COMP.
017200 01  WS-WHOLE-YEN-TOTAL              PIC 9(11) VALUE ZEROS.
017800 01  WS-EMPLOYEE-DEDUCTIONS           PIC 9(09)V9(02) VALUE ZEROS.
017900 01  WS-EMPLOYEE-NET                  PIC 9(09)V9(02) VALUE ZEROS.
018000 01  WS-DED-AMOUNT-THIS-PAY           PIC 9(05)V9(02) VALUE ZEROS.
018005
018010* THE LABOR DISTRIBUTION IN FORCE TODAY FOR THE EMPLOYEE BEING
018015* SPREAD, AND THE ONE DEPARTMENT CHARGE BEING BUILT FOR
018020* 2590-ADD-TO-DEPARTMENT.
018025 01  WS-DIST-STOP-DATE               PIC 9(08) VALUE ZEROS.
018030 01  WS-DIST-SPLIT-COUNT             PIC 9(02) VALUE ZEROS.
018035 01  WS-DIST-SPLIT-TABLE.
018040     05  WS-DIST-SPLIT OCCURS 8 TIMES.
018045         10  WS-DIST-DEPARTMENT      PIC X(04).
018050         10  WS-DIST-PERCENT         PIC 9(03)V9(02).
018055 01  WS-DIST-IX                      PIC 9(02) VALUE ZEROS COMP.
018060 01  WS-DIST-REMAINDER               PIC 9(09)V9(02) VALUE ZEROS.
018065 01  WS-WHOLE-YEN-SHARE              PIC 9(09) VALUE ZEROS.
018070 01  WS-ROLL-DEPARTMENT              PIC X(04) VALUE SPACES.
018075 01  WS-ROLL-AMOUNT                  PIC 9(09)V9(02) VALUE ZEROS.
018100
018200* RUN DATE, BROKEN OUT FOR EDITING ON THE PAGE HEADING.
018300 01  WS-RUN-DATE.
022100     05  WS-DCL-DEDUCTIONS           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022200     05  FILLER                      PIC X(07) VALUE "  NET: ".
022300     05  WS-DCL-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022325     05  FILLER                      PIC X(15) VALUE
022350             "  DISTRIBUTED: ".
022375     05  WS-DCL-DISTRIBUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022400
022500 01  WS-DEPT-CCY-LINE-JPY.
022600     05  FILLER                      PIC X(05) VALUE SPACES.
023200     05  WS-DCJ-DEDUCTIONS           PIC ZZ,ZZZ,ZZZ,ZZ9.
023300     05  FILLER                      PIC X(07) VALUE "  NET: ".
023400     05  WS-DCJ-NET                  PIC ZZ,ZZZ,ZZZ,ZZ9.
023425     05  FILLER                      PIC X(15) VALUE
023450             "  DISTRIBUTED: ".
023475     05  WS-DCJ-DISTRIBUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.
023500
023600 01  WS-TOTAL-HEADER-LINE.
023700     05  FILLER                      PIC X(30) VALUE
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028302     OPEN INPUT LABOR-DISTRIBUTION-FILE.
028304     IF WS-LABDIST-STATUS = "35"
028306         OPEN OUTPUT LABOR-DISTRIBUTION-FILE
028308         CLOSE LABOR-DISTRIBUTION-FILE
028310         OPEN INPUT LABOR-DISTRIBUTION-FILE
028312     END-IF.
028314     IF WS-LABDIST-STATUS NOT = "00"
028316         DISPLAY "DEPTSUM: LABOR-DISTRIBUTION-FILE OPEN FAILED -"
028318         DISPLAY "         FILE STATUS = " WS-LABDIST-STATUS
028320         MOVE 16 TO RETURN-CODE
028322         STOP RUN
028324     END-IF.
028326     OPEN OUTPUT DEPARTMENT-DIST-WORK-FILE.
028328     CLOSE DEPARTMENT-DIST-WORK-FILE.
028330     OPEN I-O DEPARTMENT-DIST-WORK-FILE.
028332     IF WS-DSDSTWRK-STATUS NOT = "00"
028334         DISPLAY "DEPTSUM: DEPARTMENT-DIST-WORK-FILE OPEN "
028336         DISPLAY "         FAILED, STATUS = " WS-DSDSTWRK-STATUS
028338         MOVE 16 TO RETURN-CODE
028340         STOP RUN
028342     END-IF.
028400     OPEN OUTPUT DEPARTMENT-SUMMARY-FILE.
028500     IF WS-DEPTRPT-STATUS NOT = "00"
028600         DISPLAY "DEPTSUM: DEPARTMENT-SUMMARY-FILE OPEN FAILED -"
029300     STRING WS-RUN-DATE-MM   "/" WS-RUN-DATE-DD "/"
029400            WS-RUN-DATE-CCYY DELIMITED BY SIZE
029500         INTO WS-RUN-DATE-EDITED.
029550     PERFORM 2500-DISTRIBUTE-EMPLOYEES THRU 2500-EXIT.
029600     MOVE LOW-VALUES TO EMP-DEPARTMENT-CODE.
029700     START EMPLOYEE-MASTER-FILE KEY >= EMP-DEPARTMENT-CODE
029800         INVALID KEY
045700     ADD WS-DED-AMOUNT-THIS-PAY TO WS-EMPLOYEE-DEDUCTIONS.
045800 2350-EXIT.
045900     EXIT.
045901
045902*=============================================================
045903* 2500-DISTRIBUTE-EMPLOYEES - FIRST PASS, IN EMPLOYEE-NUMBER
045904*                             ORDER: SPREAD EVERY PAID EMPLOYEE'S
045905*                             GROSS OVER THE DEPARTMENTS IT IS
045906*                             CHARGED TO, INTO THE WORK FILE.
045907*=============================================================
045908 2500-DISTRIBUTE-EMPLOYEES.
045909     MOVE ZEROS TO EMP-EMPLOYEE-NUMBER.
045910     START EMPLOYEE-MASTER-FILE KEY >= EMP-EMPLOYEE-NUMBER
045911         INVALID KEY
045912             MOVE "Y" TO WS-EOF-SWITCH
045913     END-START.
045914     PERFORM 2550-DISTRIBUTE-ONE-EMPLOYEE THRU 2550-EXIT
045915         UNTIL END-OF-EMPLOYEE-FILE.
045916     MOVE "N" TO WS-EOF-SWITCH.
045917 2500-EXIT.
045918     EXIT.
045919
045920*=============================================================
045921* 2550-DISTRIBUTE-ONE-EMPLOYEE - READ THE NEXT EMPLOYEE AND, IF
045922*                                THE SUMMARY COUNTS THEIR GROSS
045923*                                (THE 2100 RULES), SPREAD IT BY
045924*                                THE SPLITS IN FORCE TODAY, WITH
045925*                                WHAT THE CUTS LEAVE OVER TO THE
045926*                                HOME DEPARTMENT.
045927*=============================================================
045928 2550-DISTRIBUTE-ONE-EMPLOYEE.
045929     READ EMPLOYEE-MASTER-FILE NEXT RECORD
045930         AT END
045931             MOVE "Y" TO WS-EOF-SWITCH
045932             GO TO 2550-EXIT
045933     END-READ.
045934     IF EMP-STATUS-IS-TERMINATED OR EMP-STATUS-IS-ON-LEAVE
045935         GO TO 2550-EXIT
045936     END-IF.
045937     PERFORM 2300-GET-DEDUCTIONS THRU 2300-EXIT.
045938     IF WS-EMPLOYEE-DEDUCTIONS > EMP-SALARY
045939         GO TO 2550-EXIT
045940     END-IF.
045941     PERFORM 2560-FIND-DISTRIBUTION THRU 2560-EXIT.
045942     MOVE EMP-SALARY TO WS-DIST-REMAINDER.
045943     IF DISTRIBUTION-IN-FORCE
045944         PERFORM 2580-DISTRIBUTE-ONE-SPLIT THRU 2580-EXIT
045945             VARYING WS-DIST-IX FROM 1 BY 1
045946             UNTIL WS-DIST-IX > WS-DIST-SPLIT-COUNT
045947         IF WS-DIST-REMAINDER = ZEROS
045948             GO TO 2550-EXIT
045949         END-IF
045950     END-IF.
045951     MOVE EMP-DEPARTMENT-CODE TO WS-ROLL-DEPARTMENT.
045952     MOVE WS-DIST-REMAINDER TO WS-ROLL-AMOUNT.
045953     PERFORM 2590-ADD-TO-DEPARTMENT THRU 2590-EXIT.
045954 2550-EXIT.
045955     EXIT.
045956
045957*=============================================================
045958* 2560-FIND-DISTRIBUTION - THE SPLIT SET IN FORCE TODAY IS THE
045959*                          EMPLOYEE'S ROW WITH THE LATEST
045960*                          EFFECTIVE DATE NOT AFTER TODAY, UNLESS
045961*                          THAT ROW'S STOP DATE HAS PASSED.
045962*=============================================================
045963 2560-FIND-DISTRIBUTION.
045964     MOVE "N" TO WS-DIST-FOUND-SWITCH.
045965     MOVE "N" TO WS-LDS-EOF-SWITCH.
045966     MOVE EMP-EMPLOYEE-NUMBER TO LDS-EMPLOYEE-NUMBER.
045967     MOVE ZEROS TO LDS-EFFECTIVE-DATE.
045968     START LABOR-DISTRIBUTION-FILE KEY >= LDS-KEY
045969         INVALID KEY
045970             MOVE "Y" TO WS-LDS-EOF-SWITCH
045971     END-START.
045972     PERFORM 2570-READ-DISTRIBUTION THRU 2570-EXIT
045973         UNTIL END-OF-DISTRIBUTIONS.
045974     IF DISTRIBUTION-IN-FORCE
045975         AND WS-DIST-STOP-DATE NOT = ZEROS
045976         AND WS-DIST-STOP-DATE < WS-SYSTEM-DATE
045977         MOVE "N" TO WS-DIST-FOUND-SWITCH
045978     END-IF.
045979 2560-EXIT.
045980     EXIT.
046000
046001*=============================================================
046002* 2570-READ-DISTRIBUTION - READ THE NEXT DISTRIBUTION ROW,
046003*                          REMEMBERING THE LAST ONE FOR THE
046004*                          EMPLOYEE DATED ON OR BEFORE TODAY.
046005*=============================================================
046006 2570-READ-DISTRIBUTION.
046007     READ LABOR-DISTRIBUTION-FILE NEXT RECORD
046008         AT END
046009             MOVE "Y" TO WS-LDS-EOF-SWITCH
046010             GO TO 2570-EXIT
046011     END-READ.
046012     IF LDS-EMPLOYEE-NUMBER NOT = EMP-EMPLOYEE-NUMBER
046013         OR LDS-EFFECTIVE-DATE > WS-SYSTEM-DATE
046014         MOVE "Y" TO WS-LDS-EOF-SWITCH
046015         GO TO 2570-EXIT
046016     END-IF.
046017     MOVE "Y" TO WS-DIST-FOUND-SWITCH.
046018     MOVE LDS-STOP-DATE TO WS-DIST-STOP-DATE.
046019     MOVE LDS-SPLIT-COUNT TO WS-DIST-SPLIT-COUNT.
046020     MOVE LDS-SPLIT-TABLE TO WS-DIST-SPLIT-TABLE.
046021 2570-EXIT.
046022     EXIT.
046023
046024*=============================================================
046025* 2580-DISTRIBUTE-ONE-SPLIT - CHARGE ONE SPLIT'S SHARE, CUT DOWN
046026*                             TO THE PENNY (WHOLE YEN FOR JPY).
046027*=============================================================
046028 2580-DISTRIBUTE-ONE-SPLIT.
046029     IF EMP-CURRENCY-IS-JPY
046030         COMPUTE WS-WHOLE-YEN-SHARE =
046031             EMP-SALARY * WS-DIST-PERCENT (WS-DIST-IX) / 100
046032         MOVE WS-WHOLE-YEN-SHARE TO WS-ROLL-AMOUNT
046033     ELSE
046034         COMPUTE WS-ROLL-AMOUNT =
046035             EMP-SALARY * WS-DIST-PERCENT (WS-DIST-IX) / 100
046036     END-IF.
046037     SUBTRACT WS-ROLL-AMOUNT FROM WS-DIST-REMAINDER.
046038     MOVE WS-DIST-DEPARTMENT (WS-DIST-IX) TO WS-ROLL-DEPARTMENT.
046039     PERFORM 2590-ADD-TO-DEPARTMENT THRU 2590-EXIT.
046040 2580-EXIT.
046041     EXIT.
046042
046043*=============================================================
046044* 2590-ADD-TO-DEPARTMENT - ADD THE AMOUNT INTO THE CHARGED
046045*                          DEPARTMENT'S WORK ROW.
046046*=============================================================
046047 2590-ADD-TO-DEPARTMENT.
046048     MOVE WS-ROLL-DEPARTMENT TO DDW-DEPARTMENT.
046049     MOVE "Y" TO WS-DDW-FOUND-SWITCH.
046050     READ DEPARTMENT-DIST-WORK-FILE
046051         INVALID KEY
046052             MOVE "N" TO WS-DDW-FOUND-SWITCH
046053     END-READ.
046054     IF NOT DIST-ROW-WAS-FOUND
046055         MOVE WS-ROLL-DEPARTMENT TO DDW-DEPARTMENT
046056         MOVE ZEROS TO DDW-USD DDW-GBP DDW-EUR DDW-JPY
046057         MOVE "N" TO DDW-PRINTED-FLAG
046058     END-IF.
046059     EVALUATE TRUE
046060         WHEN EMP-CURRENCY-IS-GBP
046061             ADD WS-ROLL-AMOUNT TO DDW-GBP
046062         WHEN EMP-CURRENCY-IS-EUR
046063             ADD WS-ROLL-AMOUNT TO DDW-EUR
046064         WHEN EMP-CURRENCY-IS-JPY
046065             ADD WS-ROLL-AMOUNT TO DDW-JPY
046066         WHEN OTHER
046067             ADD WS-ROLL-AMOUNT TO DDW-USD
046068     END-EVALUATE.
046069     IF DIST-ROW-WAS-FOUND
046070         REWRITE DEPARTMENT-DIST-WORK-RECORD
046071             INVALID KEY
046072                 DISPLAY "DEPTSUM: WORK FILE REWRITE FAILED - "
046073                         DDW-DEPARTMENT
046074                 MOVE 16 TO RETURN-CODE
046075                 STOP RUN
046076         END-REWRITE
046077     ELSE
046078         WRITE DEPARTMENT-DIST-WORK-RECORD
046079             INVALID KEY
046080                 DISPLAY "DEPTSUM: WORK FILE WRITE FAILED - "
046081                         DDW-DEPARTMENT
046082                 MOVE 16 TO RETURN-CODE
046083                 STOP RUN
046084         END-WRITE
046085     END-IF.
046086 2590-EXIT.
046087     EXIT.
046088
046100*=============================================================
046200* 2900-READ-EMPLOYEE - READ THE NEXT EMPLOYEE MASTER RECORD, IN
046300*                      DEPARTMENT-KEY ORDER.
047200
047300*=============================================================
047400* 3000-DEPARTMENT-BREAK - PRINT THE FINISHED DEPARTMENT'S
047410*                         HEADER AND ITS PER-CURRENCY GROSS/
047420*                         DEDUCTIONS/NET/DISTRIBUTED LINES (EACH
047430*                         CURRENCY WITH GROSS OR DISTRIBUTED
047440*                         COST), THEN CLEAR THE ACCUMULATORS.
047800*=============================================================
047900 3000-DEPARTMENT-BREAK.
048000     IF WS-LINE-COUNT = ZEROS
049400     WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-HEADER-LINE
049500         AFTER ADVANCING 2 LINES.
049600     ADD 2 TO WS-LINE-COUNT.
049700     PERFORM 3100-GET-DISTRIBUTED-COST THRU 3100-EXIT.
049720     IF WS-DEPT-GROSS-USD NOT = ZEROS
049740         OR WS-DEPT-DIST-USD NOT = ZEROS
049760         MOVE "USD" TO WS-DCL-CURRENCY
049780         MOVE WS-DEPT-GROSS-USD TO WS-DCL-GROSS
049800         MOVE WS-DEPT-DED-USD TO WS-DCL-DEDUCTIONS
049820         MOVE WS-DEPT-NET-USD TO WS-DCL-NET
049840         MOVE WS-DEPT-DIST-USD TO WS-DCL-DISTRIBUTED
049860         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE
049880             AFTER ADVANCING 1 LINE
049900         ADD 1 TO WS-LINE-COUNT
049920     END-IF.
049940     IF WS-DEPT-GROSS-GBP NOT = ZEROS
049960         OR WS-DEPT-DIST-GBP NOT = ZEROS
049980         MOVE "GBP" TO WS-DCL-CURRENCY
050000         MOVE WS-DEPT-GROSS-GBP TO WS-DCL-GROSS
050020         MOVE WS-DEPT-DED-GBP TO WS-DCL-DEDUCTIONS
050040         MOVE WS-DEPT-NET-GBP TO WS-DCL-NET
050060         MOVE WS-DEPT-DIST-GBP TO WS-DCL-DISTRIBUTED
050080         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE
050100             AFTER ADVANCING 1 LINE
050120         ADD 1 TO WS-LINE-COUNT
050140     END-IF.
050160     IF WS-DEPT-GROSS-EUR NOT = ZEROS
050180         OR WS-DEPT-DIST-EUR NOT = ZEROS
050200         MOVE "EUR" TO WS-DCL-CURRENCY
050220         MOVE WS-DEPT-GROSS-EUR TO WS-DCL-GROSS
050240         MOVE WS-DEPT-DED-EUR TO WS-DCL-DEDUCTIONS
050260         MOVE WS-DEPT-NET-EUR TO WS-DCL-NET
050280         MOVE WS-DEPT-DIST-EUR TO WS-DCL-DISTRIBUTED
050300         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE
050320             AFTER ADVANCING 1 LINE
050340         ADD 1 TO WS-LINE-COUNT
050360     END-IF.
050380     IF WS-DEPT-GROSS-JPY NOT = ZEROS
050400         OR WS-DEPT-DIST-JPY NOT = ZEROS
050420         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-DEPT-GROSS-JPY
050440         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-GROSS
050460         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-DEPT-DED-JPY
050480         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-DEDUCTIONS
050500         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-DEPT-NET-JPY
050520         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-NET
050540         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-DEPT-DIST-JPY
050560         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-DISTRIBUTED
050580         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE-JPY
050600             AFTER ADVANCING 1 LINE
050620         ADD 1 TO WS-LINE-COUNT
050640     END-IF.
053500     MOVE ZEROS TO WS-DEPT-HEADCOUNT.
053600     INITIALIZE WS-DEPT-TOTALS.
053700 3000-EXIT.
053800     EXIT.
053900
053902*=============================================================
053904* 3100-GET-DISTRIBUTED-COST - PICK UP THE DEPARTMENT'S WORK ROW,
053906*                             IF THE SPLITS CHARGED IT AT ALL,
053908*                             ADD IT INTO THE GRAND TOTALS AND
053910*                             MARK IT PRINTED.
053912*=============================================================
053914 3100-GET-DISTRIBUTED-COST.
053916     MOVE WS-CURRENT-DEPARTMENT TO DDW-DEPARTMENT.
053918     READ DEPARTMENT-DIST-WORK-FILE
053920         INVALID KEY
053922             GO TO 3100-EXIT
053924     END-READ.
053926     MOVE DDW-USD TO WS-DEPT-DIST-USD.
053928     MOVE DDW-GBP TO WS-DEPT-DIST-GBP.
053930     MOVE DDW-EUR TO WS-DEPT-DIST-EUR.
053932     MOVE DDW-JPY TO WS-DEPT-DIST-JPY.
053934     ADD DDW-USD TO WS-TOTAL-DIST-USD.
053936     ADD DDW-GBP TO WS-TOTAL-DIST-GBP.
053938     ADD DDW-EUR TO WS-TOTAL-DIST-EUR.
053940     ADD DDW-JPY TO WS-TOTAL-DIST-JPY.
053942     MOVE "Y" TO DDW-PRINTED-FLAG.
053944     REWRITE DEPARTMENT-DIST-WORK-RECORD
053946         INVALID KEY
053948             DISPLAY "DEPTSUM: WORK FILE REWRITE FAILED - "
053950                     DDW-DEPARTMENT
053952             MOVE 16 TO RETURN-CODE
053954             STOP RUN
053956     END-REWRITE.
053958 3100-EXIT.
053960     EXIT.
053962
054000*=============================================================
054100* 8000-TERMINATE - PRINT THE LAST DEPARTMENT, ANY DEPARTMENT
054110*                  CHARGED ONLY THROUGH SPLITS, AND THE GRAND
054120*                  TOTALS, CLOSE THE FILES AND LOG THE END ROW.
054300*=============================================================
054400 8000-TERMINATE.
054500     IF NOT FIRST-EMPLOYEE-OF-RUN
054600         PERFORM 3000-DEPARTMENT-BREAK THRU 3000-EXIT
054700     END-IF.
054750     PERFORM 8200-WRITE-CHARGED-ONLY THRU 8200-EXIT.
054800     PERFORM 8100-WRITE-GRAND-TOTAL THRU 8100-EXIT.
054900     CLOSE EMPLOYEE-MASTER-FILE.
055000     CLOSE DEPARTMENT-REFERENCE-FILE.
055100     CLOSE DEDUCTION-MASTER-FILE.
055125     CLOSE LABOR-DISTRIBUTION-FILE.
055150     CLOSE DEPARTMENT-DIST-WORK-FILE.
055200     CLOSE DEPARTMENT-SUMMARY-FILE.
055300     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
055400 8000-EXIT.
056600     WRITE DEPARTMENT-SUMMARY-LINE FROM WS-TOTAL-HEADER-LINE
056700         AFTER ADVANCING 2 LINES.
056800     IF WS-TOTAL-GROSS-USD NOT = ZEROS
056820         OR WS-TOTAL-DIST-USD NOT = ZEROS
056840         MOVE "USD" TO WS-DCL-CURRENCY
056860         MOVE WS-TOTAL-GROSS-USD TO WS-DCL-GROSS
056880         MOVE WS-TOTAL-DED-USD TO WS-DCL-DEDUCTIONS
056900         MOVE WS-TOTAL-NET-USD TO WS-DCL-NET
056920         MOVE WS-TOTAL-DIST-USD TO WS-DCL-DISTRIBUTED
056940         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE
056960             AFTER ADVANCING 1 LINE
056980     END-IF.
057000     IF WS-TOTAL-GROSS-GBP NOT = ZEROS
057020         OR WS-TOTAL-DIST-GBP NOT = ZEROS
057040         MOVE "GBP" TO WS-DCL-CURRENCY
057060         MOVE WS-TOTAL-GROSS-GBP TO WS-DCL-GROSS
057080         MOVE WS-TOTAL-DED-GBP TO WS-DCL-DEDUCTIONS
057100         MOVE WS-TOTAL-NET-GBP TO WS-DCL-NET
057120         MOVE WS-TOTAL-DIST-GBP TO WS-DCL-DISTRIBUTED
057140         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE
057160             AFTER ADVANCING 1 LINE
057180     END-IF.
057200     IF WS-TOTAL-GROSS-EUR NOT = ZEROS
057220         OR WS-TOTAL-DIST-EUR NOT = ZEROS
057240         MOVE "EUR" TO WS-DCL-CURRENCY
057260         MOVE WS-TOTAL-GROSS-EUR TO WS-DCL-GROSS
057280         MOVE WS-TOTAL-DED-EUR TO WS-DCL-DEDUCTIONS
057300         MOVE WS-TOTAL-NET-EUR TO WS-DCL-NET
057320         MOVE WS-TOTAL-DIST-EUR TO WS-DCL-DISTRIBUTED
057340         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE
057360             AFTER ADVANCING 1 LINE
057380     END-IF.
057400     IF WS-TOTAL-GROSS-JPY NOT = ZEROS
057420         OR WS-TOTAL-DIST-JPY NOT = ZEROS
057440         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-TOTAL-GROSS-JPY
057460         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-GROSS
057480         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-TOTAL-DED-JPY
057500         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-DEDUCTIONS
057520         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-TOTAL-NET-JPY
057540         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-NET
057560         COMPUTE WS-WHOLE-YEN-TOTAL ROUNDED = WS-TOTAL-DIST-JPY
057580         MOVE WS-WHOLE-YEN-TOTAL TO WS-DCJ-DISTRIBUTED
057600         WRITE DEPARTMENT-SUMMARY-LINE FROM WS-DEPT-CCY-LINE-JPY
057620             AFTER ADVANCING 1 LINE
057640     END-IF.
060200     MOVE WS-TOTAL-HEADCOUNT TO WS-TOT-FMT-HEADCOUNT.
060300     WRITE DEPARTMENT-SUMMARY-LINE FROM WS-TOTAL-LINE-HEADCOUNT
060400         AFTER ADVANCING 1 LINE.
060500 8100-EXIT.
060600     EXIT.
060700
060702*=============================================================
060704* 8200-WRITE-CHARGED-ONLY - PRINT EVERY DEPARTMENT THE SPLITS
060706*                           CHARGED THAT HAS NO ONE HOMED IN IT,
060708*                           WITH A HEADCOUNT OF ZERO.
060710*=============================================================
060712 8200-WRITE-CHARGED-ONLY.
060714     MOVE "N" TO WS-DDW-EOF-SWITCH.
060716     MOVE LOW-VALUES TO DDW-DEPARTMENT.
060718     START DEPARTMENT-DIST-WORK-FILE KEY >= DDW-DEPARTMENT
060720         INVALID KEY
060722             MOVE "Y" TO WS-DDW-EOF-SWITCH
060724     END-START.
060726     PERFORM 8250-WRITE-ONE-CHARGED THRU 8250-EXIT
060728         UNTIL END-OF-DIST-WORK-FILE.
060730 8200-EXIT.
060732     EXIT.
060734
060736*=============================================================
060738* 8250-WRITE-ONE-CHARGED - READ THE NEXT WORK ROW AND, IF ITS
060740*                          DEPARTMENT HAS NOT PRINTED, PRINT IT
060742*                          THROUGH THE DEPARTMENT BREAK. THE
060744*                          BREAK REREADS THE ROW, SO THE BROWSE
060746*                          IS RESTARTED PAST IT.
060748*=============================================================
060750 8250-WRITE-ONE-CHARGED.
060752     READ DEPARTMENT-DIST-WORK-FILE NEXT RECORD
060754         AT END
060756             MOVE "Y" TO WS-DDW-EOF-SWITCH
060758             GO TO 8250-EXIT
060760     END-READ.
060762     IF DDW-WAS-PRINTED
060764         GO TO 8250-EXIT
060766     END-IF.
060768     MOVE DDW-DEPARTMENT TO WS-CURRENT-DEPARTMENT.
060770     PERFORM 3000-DEPARTMENT-BREAK THRU 3000-EXIT.
060772     MOVE WS-CURRENT-DEPARTMENT TO DDW-DEPARTMENT.
060774     START DEPARTMENT-DIST-WORK-FILE KEY > DDW-DEPARTMENT
060776         INVALID KEY
060778             MOVE "Y" TO WS-DDW-EOF-SWITCH
060780     END-START.
060782 8250-EXIT.
060784     EXIT.
060786
060800*=============================================================
060900* 8500-WRITE-PAGE-HEADERS - START A NEW PAGE OF THE SUMMARY.
061000*=============================================================
