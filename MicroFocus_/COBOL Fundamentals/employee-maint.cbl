000400*                AGAINST THE EMPLOYEE MASTER FILE. REJECTS A
000500*                CHANGE OR DELETE AGAINST AN EMPLOYEE NUMBER NOT
000600*                ON FILE, AND AN ADD AGAINST A DUPLICATE NUMBER.
000620*                A CHANGE TO THE BANK ROUTING OR ACCOUNT, AND A
000635*                PAY CHANGE (SALARY, CURRENCY, PAY TYPE OR HOURLY
000650*                RATE) OVER THE MNTPARM LIMITS, IS HELD ON THE
000665*                PENDING CHANGE FILE FOR CHGAPPR TO RELEASE UNDER
000680*                A SECOND USER ID INSTEAD OF BEING APPLIED.
000700*=============================================================
000800 IDENTIFICATION DIVISION.
000900 PROGRAM-ID. EMPMAINT.
002910* 2026-09-02 TO   WRITE START AND END ROWS TO THE SHARED RUN
002911*                 LOG (RLGREC COPYBOOK) FOR THE OPSRPT MORNING
002912*                 REPORT.
002914* 2026-10-15 TO   ADDS AND CHANGES NOW CARRY THE PAY TYPE AND
002915*                 HOURLY RATE. A BLANK PAY TYPE DEFAULTS TO "S"
002916*                 SALARIED; AN HOURLY EMPLOYEE IS PAID FROM THE
002917*                 TIME CARD AT THE HOURLY RATE.
002922* 2026-10-15 TO   AN ADD STARTS WITH VALID BANK DETAILS, AND A
002927*                 CHANGE TO THE ROUTING OR ACCOUNT CLEARS THE BANK
002932*                 RETURN MARK BNKLOAD LEAVES ON DETAILS THE BANK
002937*                 BOUNCED.
002938* 2026-10-15 TO   TWO-PERSON APPROVAL. A CHANGE TO THE BANK
002939*                 ROUTING OR ACCOUNT, OR A SALARY CHANGE OVER THE
002940*                 MNTPARM LIMITS (OR WITH A NEW CURRENCY), IS
002941*                 WRITTEN TO THE PENDING CHANGE FILE (PNDREC) FOR
002942*                 CHGAPPR TO RELEASE; THE REST OF THE CHANGE
002943*                 APPLIES AS BEFORE. CHGAPPR NOW CLEARS THE BANK
002944*                 RETURN MARK. AUDIT ROWS CARRY THE MNTPARM USER
002945*                 ID.
002946* 2026-10-15 TO   THE PAY TYPE AND HOURLY RATE ARE HELD WITH THE
002947*                 SALARY UNDER THE SAME LIMITS, AND AN HOURLY
002948*                 EMPLOYEE CARRYING A SALARY IS REJECTED. AUDIT
002949*                 ROWS CARRY THE BEFORE/AFTER PAY TYPE AND RATE.
002950
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
005692         ORGANIZATION IS SEQUENTIAL
005693         FILE STATUS IS WS-RUNLOG-STATUS.
005700
005705     SELECT MAINTENANCE-PARAMETER-FILE
005710         ASSIGN TO "MNTPARM"
005715         ORGANIZATION IS LINE SEQUENTIAL
005720         FILE STATUS IS WS-MNTPARM-STATUS.
005725
005730     SELECT PENDING-CHANGE-FILE
005735         ASSIGN TO "PENDCHG"
005740         ORGANIZATION IS INDEXED
005745         ACCESS MODE IS RANDOM
005750         RECORD KEY IS PND-KEY
005755         ALTERNATE RECORD KEY IS PND-EMPLOYEE-NUMBER
005760             WITH DUPLICATES
005765         FILE STATUS IS WS-PENDCHG-STATUS.
005770
005800 DATA DIVISION.
005900 FILE SECTION.
006000* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER.
008110     05  TRAN-BANK-ROUTING            PIC 9(09).
008120     05  TRAN-BANK-ACCOUNT            PIC X(17).
008130     05  TRAN-TERMINATION-DATE        PIC 9(08).
008140     05  TRAN-PAY-TYPE                PIC X(01).
008160     05  TRAN-HOURLY-RATE             PIC 9(05)V9(02).
008200
008300 FD  MAINTENANCE-EXCEPTION-FILE.
008400 01  MAINTENANCE-EXCEPTION-LINE       PIC X(80).
009570 FD  RUN-LOG-FILE.
009580     COPY RLGREC.
009600
009602* ONE RUN PARAMETER RECORD - THE USER ID THE RUN IS SUBMITTED
009604* UNDER, AND THE SALARY CHANGE LIMITS ABOVE WHICH A CHANGE IS HELD
009606* FOR APPROVAL: A PERCENTAGE (999V99) AND AN AMOUNT PER CURRENCY
009608* (9(09)V99, IN THAT CURRENCY). A BLANK LIMIT IS NOT APPLIED; WITH
009610* NO LIMIT SET FOR THE CURRENCY, EVERY SALARY CHANGE IS HELD.
009612 FD  MAINTENANCE-PARAMETER-FILE.
009614 01  MAINTENANCE-PARAMETER-RECORD.
009616     05  MPRM-USER-ID                PIC X(08).
009618     05  MPRM-PERCENT-X              PIC X(05).
009620     05  MPRM-PERCENT REDEFINES MPRM-PERCENT-X
009622                                     PIC 9(03)V9(02).
009624     05  MPRM-AMOUNT-USD-X           PIC X(11).
009626     05  MPRM-AMOUNT-GBP-X           PIC X(11).
009628     05  MPRM-AMOUNT-EUR-X           PIC X(11).
009630     05  MPRM-AMOUNT-JPY-X           PIC X(11).
009632
009634* PENDING CHANGE RECORD - ONE CHANGE HELD FOR APPROVAL.
009636 FD  PENDING-CHANGE-FILE.
009638     COPY PNDREC.
009640
009700 WORKING-STORAGE SECTION.
009800 01  WS-FILE-STATUSES.
009900     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
010200     05  WS-MNTAUDIT-STATUS          PIC X(02) VALUE ZEROS.
010210     05  WS-DEPTREF-STATUS           PIC X(02) VALUE ZEROS.
010220     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
010245     05  WS-MNTPARM-STATUS           PIC X(02) VALUE ZEROS.
010270     05  WS-PENDCHG-STATUS           PIC X(02) VALUE ZEROS.
010300 
010400 01  WS-SWITCHES.
010500     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
011000         88  EMPLOYEE-WAS-FOUND              VALUE "Y".
011010     05  WS-DEPT-FOUND-SWITCH        PIC X(01) VALUE "N".
011020         88  DEPARTMENT-WAS-FOUND            VALUE "Y".
011030     05  WS-HOLD-SALARY-SWITCH       PIC X(01) VALUE "N".
011040         88  SALARY-CHANGE-IS-HELD           VALUE "Y".
011050     05  WS-HOLD-BANK-SWITCH         PIC X(01) VALUE "N".
011060         88  BANK-CHANGE-IS-HELD             VALUE "Y".
011100 
011200 01  WS-COUNTERS.
011300     05  WS-ADD-COUNT                PIC 9(05) VALUE ZEROS COMP.
011500     05  WS-DELETE-COUNT             PIC 9(05) VALUE ZEROS COMP.
011510     05  WS-STATUS-COUNT             PIC 9(05) VALUE ZEROS COMP.
011600     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
011625     05  WS-HELD-COUNT               PIC 9(05) VALUE ZEROS COMP.
011650     05  WS-PENDING-SEQUENCE         PIC 9(04) VALUE ZEROS COMP.
011700 
011800 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
011900 01  WS-BEFORE-SALARY                PIC 9(09)V9(02) VALUE ZEROS.
011902 01  WS-BEFORE-PAY-TYPE              PIC X(01) VALUE SPACES.
011904 01  WS-BEFORE-HOURLY-RATE           PIC 9(05)V9(02) VALUE ZEROS.
011906 01  WS-BEFORE-CURRENCY              PIC X(03) VALUE SPACES.
011908 01  WS-AFTER-CURRENCY               PIC X(03) VALUE SPACES.
011910 01  WS-AFTER-PAY-TYPE               PIC X(01) VALUE SPACES.
011912 01  WS-SALARY-CHANGE                PIC 9(09)V9(02) VALUE ZEROS.
011914 01  WS-CHANGE-PERCENT               PIC 9(05)V9(02) VALUE ZEROS.
011916* THE BEFORE AND AFTER FIGURE (SALARY OR HOURLY RATE) BEING
011918* CHECKED AGAINST THE APPROVAL LIMITS.
011920 01  WS-CHECK-BEFORE-AMOUNT          PIC 9(09)V9(02) VALUE ZEROS.
011922 01  WS-CHECK-AFTER-AMOUNT           PIC 9(09)V9(02) VALUE ZEROS.
011924
011926* THE RUN'S USER ID AND APPROVAL LIMITS, FROM MNTPARM.
011928 01  WS-APPROVAL-LIMITS.
011930     05  WS-USER-ID                  PIC X(08) VALUE SPACES.
011932     05  WS-LIMIT-PERCENT            PIC 9(03)V9(02) VALUE ZEROS.
011934     05  WS-PERCENT-LIMIT-SWITCH     PIC X(01) VALUE "N".
011936         88  PERCENT-LIMIT-IS-SET            VALUE "Y".
011938     05  WS-LIMIT-AMOUNT-USD         PIC 9(09)V9(02) VALUE ZEROS.
011940     05  WS-LIMIT-USD-SWITCH         PIC X(01) VALUE "N".
011942     05  WS-LIMIT-AMOUNT-GBP         PIC 9(09)V9(02) VALUE ZEROS.
011944     05  WS-LIMIT-GBP-SWITCH         PIC X(01) VALUE "N".
011946     05  WS-LIMIT-AMOUNT-EUR         PIC 9(09)V9(02) VALUE ZEROS.
011948     05  WS-LIMIT-EUR-SWITCH         PIC X(01) VALUE "N".
011950     05  WS-LIMIT-AMOUNT-JPY         PIC 9(09)V9(02) VALUE ZEROS.
011952     05  WS-LIMIT-JPY-SWITCH         PIC X(01) VALUE "N".
011954
011956* THE AMOUNT LIMIT FOR THE CURRENCY OF THE CHANGE BEING CHECKED,
011958* AND THE WORK FIELD ONE MNTPARM AMOUNT IS EDITED THROUGH.
011960 01  WS-LIMIT-AMOUNT                 PIC 9(09)V9(02) VALUE ZEROS.
011962 01  WS-AMOUNT-LIMIT-SWITCH          PIC X(01) VALUE "N".
011964     88  AMOUNT-LIMIT-IS-SET                 VALUE "Y".
011966 01  WS-EDIT-AMOUNT-X                PIC X(11) VALUE SPACES.
011968 01  WS-EDIT-AMOUNT REDEFINES WS-EDIT-AMOUNT-X
011970                                     PIC 9(09)V9(02).
011972 01  WS-EDIT-SWITCH                  PIC X(01) VALUE "N".
011974
011976* DATE AND TIME OF THIS RUN - WITH THE RUN SEQUENCE, THE KEY OF
011978* EVERY CHANGE HELD BY IT.
011980 01  WS-ENTRY-DATE                   PIC 9(08) VALUE ZEROS.
011982 01  WS-ENTRY-CLOCK.
011984     05  WS-ENTRY-TIME               PIC 9(06).
011986     05  FILLER                      PIC 9(02).
012000 
012100 01  WS-EXCEPTION-LINE.
012200     05  FILLER                  PIC X(10) VALUE "TRAN TYPE ".
014600*=============================================================
014700 1000-INITIALIZE.
014710     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
014735     PERFORM 1200-READ-PARAMETER THRU 1200-EXIT.
014800     OPEN I-O EMPLOYEE-MASTER-FILE.
014900     IF WS-EMPMAST-STATUS NOT = "00"
015000         DISPLAY "EMPMAINT: EMPLOYEE-MASTER-FILE OPEN FAILED - "
016850         MOVE 16 TO RETURN-CODE
016860         STOP RUN
016870     END-IF.
016880     PERFORM 1150-OPEN-PENDING-FILE THRU 1150-EXIT.
016900     PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
017000     MOVE "N" TO WS-EOF-SWITCH.
017100     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
019400     END-IF.
019500 1100-EXIT.
019600     EXIT.
019602
019604*=============================================================
019606* 1150-OPEN-PENDING-FILE - OPEN THE PENDING CHANGE FILE, CREATING
019608*                          IT ON ITS FIRST USE, AND NOTE THE RUN'S
019610*                          DATE AND TIME FOR THE KEYS OF THE
019612*                          CHANGES IT HOLDS.
019614*=============================================================
019616 1150-OPEN-PENDING-FILE.
019618     OPEN I-O PENDING-CHANGE-FILE.
019620     IF WS-PENDCHG-STATUS = "35"
019622         OPEN OUTPUT PENDING-CHANGE-FILE
019624         CLOSE PENDING-CHANGE-FILE
019626         OPEN I-O PENDING-CHANGE-FILE
019628     END-IF.
019630     IF WS-PENDCHG-STATUS NOT = "00"
019632         DISPLAY "EMPMAINT: PENDING-CHANGE-FILE OPEN FAILED - "
019634         DISPLAY "          FILE STATUS = " WS-PENDCHG-STATUS
019636         MOVE 16 TO RETURN-CODE
019638         STOP RUN
019640     END-IF.
019642     ACCEPT WS-ENTRY-DATE FROM DATE YYYYMMDD.
019644     ACCEPT WS-ENTRY-CLOCK FROM TIME.
019646 1150-EXIT.
019648     EXIT.
019700 
019701*=============================================================
019702* 1200-READ-PARAMETER - READ THE USER ID AND THE APPROVAL LIMITS.
019703*                       THE USER ID IS REQUIRED - IT IS WHAT
019704*                       CHGAPPR CHECKS THE APPROVER AGAINST.
019705*=============================================================
019706 1200-READ-PARAMETER.
019707     OPEN INPUT MAINTENANCE-PARAMETER-FILE.
019708     IF WS-MNTPARM-STATUS NOT = "00"
019709         DISPLAY "EMPMAINT: MAINTENANCE-PARAMETER-FILE OPEN "
019710         DISPLAY "          FAILED, STATUS = " WS-MNTPARM-STATUS
019711         MOVE 16 TO RETURN-CODE
019712         STOP RUN
019713     END-IF.
019714     READ MAINTENANCE-PARAMETER-FILE
019715         AT END
019716             DISPLAY "EMPMAINT: RUN PARAMETER MISSING"
019717             MOVE 16 TO RETURN-CODE
019718             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
019719             STOP RUN
019720     END-READ.
019721     IF MPRM-USER-ID = SPACES
019722         DISPLAY "EMPMAINT: USER ID MISSING FROM MNTPARM"
019723         MOVE 16 TO RETURN-CODE
019724         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
019725         STOP RUN
019726     END-IF.
019727     MOVE MPRM-USER-ID TO WS-USER-ID.
019728     IF MPRM-PERCENT-X NOT = SPACES
019729         IF MPRM-PERCENT-X NOT NUMERIC
019730             DISPLAY "EMPMAINT: NON-NUMERIC PERCENTAGE ON MNTPARM"
019731             MOVE 16 TO RETURN-CODE
019732             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
019733             STOP RUN
019734         END-IF
019735         MOVE MPRM-PERCENT TO WS-LIMIT-PERCENT
019736         MOVE "Y" TO WS-PERCENT-LIMIT-SWITCH
019737     END-IF.
019738     MOVE MPRM-AMOUNT-USD-X TO WS-EDIT-AMOUNT-X.
019739     PERFORM 1210-EDIT-LIMIT-AMOUNT THRU 1210-EXIT.
019740     MOVE WS-EDIT-AMOUNT TO WS-LIMIT-AMOUNT-USD.
019741     MOVE WS-EDIT-SWITCH TO WS-LIMIT-USD-SWITCH.
019742     MOVE MPRM-AMOUNT-GBP-X TO WS-EDIT-AMOUNT-X.
019743     PERFORM 1210-EDIT-LIMIT-AMOUNT THRU 1210-EXIT.
019744     MOVE WS-EDIT-AMOUNT TO WS-LIMIT-AMOUNT-GBP.
019745     MOVE WS-EDIT-SWITCH TO WS-LIMIT-GBP-SWITCH.
019746     MOVE MPRM-AMOUNT-EUR-X TO WS-EDIT-AMOUNT-X.
019747     PERFORM 1210-EDIT-LIMIT-AMOUNT THRU 1210-EXIT.
019748     MOVE WS-EDIT-AMOUNT TO WS-LIMIT-AMOUNT-EUR.
019749     MOVE WS-EDIT-SWITCH TO WS-LIMIT-EUR-SWITCH.
019750     MOVE MPRM-AMOUNT-JPY-X TO WS-EDIT-AMOUNT-X.
019751     PERFORM 1210-EDIT-LIMIT-AMOUNT THRU 1210-EXIT.
019752     MOVE WS-EDIT-AMOUNT TO WS-LIMIT-AMOUNT-JPY.
019753     MOVE WS-EDIT-SWITCH TO WS-LIMIT-JPY-SWITCH.
019754     CLOSE MAINTENANCE-PARAMETER-FILE.
019755 1200-EXIT.
019756     EXIT.
019757
019758*=============================================================
019759* 1210-EDIT-LIMIT-AMOUNT - EDIT ONE MNTPARM AMOUNT LIMIT. BLANK
019760*                          MEANS NO AMOUNT LIMIT FOR THAT
019761*                          CURRENCY; ANYTHING ELSE MUST BE
019762*                          NUMERIC.
019763*=============================================================
019764 1210-EDIT-LIMIT-AMOUNT.
019765     IF WS-EDIT-AMOUNT-X = SPACES
019766         MOVE ZEROS TO WS-EDIT-AMOUNT
019767         MOVE "N" TO WS-EDIT-SWITCH
019768         GO TO 1210-EXIT
019769     END-IF.
019770     IF WS-EDIT-AMOUNT-X NOT NUMERIC
019771         DISPLAY "EMPMAINT: NON-NUMERIC AMOUNT LIMIT ON MNTPARM"
019772         DISPLAY "          VALUE = " WS-EDIT-AMOUNT-X
019773         MOVE 16 TO RETURN-CODE
019774         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
019775         STOP RUN
019776     END-IF.
019777     MOVE "Y" TO WS-EDIT-SWITCH.
019778 1210-EXIT.
019779     EXIT.
019780
019800*=============================================================
019900* 2000-PROCESS-TRANSACTION - LOOK UP THE EMPLOYEE, APPLY THE
020000*                            ADD/CHANGE/DELETE, READ THE NEXT.
026420     IF TRANSACTION-IS-REJECTED
026430         GO TO 2200-EXIT
026440     END-IF.
026445     IF TRAN-PAY-TYPE = "H"
026450         AND TRAN-SALARY NOT = ZEROS
026455         MOVE "Y" TO WS-REJECT-SWITCH
026460         MOVE "HOURLY EMPLOYEE WITH A SALARY" TO WS-REJECT-REASON
026465         GO TO 2200-EXIT
026470     END-IF.
026500     MOVE TRAN-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
026600     MOVE TRAN-SALARY TO EMP-SALARY.
026700     MOVE TRAN-FIRST-NAME TO EMP-FIRST-NAME.
027120     MOVE TRAN-BANK-ACCOUNT TO EMP-BANK-ACCOUNT.
027130     MOVE "A" TO EMP-STATUS.
027140     MOVE ZEROS TO EMP-TERMINATION-DATE.
027160     MOVE "V" TO EMP-BANK-STATUS.
027180     MOVE SPACES TO EMP-BANK-RETURN-REASON.
027200     PERFORM 2050-SET-CURRENCY-CODE THRU 2050-EXIT.
027210     MOVE TRAN-PAY-TYPE TO EMP-PAY-TYPE.
027211     IF NOT EMP-PAY-IS-HOURLY
027212         MOVE "S" TO EMP-PAY-TYPE
027213     END-IF.
027214     MOVE TRAN-HOURLY-RATE TO EMP-HOURLY-RATE.
027300     WRITE EMPLOYEE-RECORD
027400         INVALID KEY
027500             MOVE "Y" TO WS-REJECT-SWITCH
029300         GO TO 2300-EXIT
029400     END-IF.
029410     PERFORM 2060-CHECK-DEPARTMENT-CODE THRU 2060-EXIT.
029412     IF TRANSACTION-IS-REJECTED
029414         GO TO 2300-EXIT
029416     END-IF.
029418     IF TRAN-PAY-TYPE = "H"
029420         AND TRAN-SALARY NOT = ZEROS
029422         MOVE "Y" TO WS-REJECT-SWITCH
029424         MOVE "HOURLY EMPLOYEE WITH A SALARY" TO WS-REJECT-REASON
029426         GO TO 2300-EXIT
029428     END-IF.
029430     MOVE EMP-SALARY TO WS-BEFORE-SALARY.
029431     MOVE EMP-PAY-TYPE TO WS-BEFORE-PAY-TYPE.
029432     MOVE EMP-HOURLY-RATE TO WS-BEFORE-HOURLY-RATE.
029433     MOVE EMP-CURRENCY-CODE TO WS-BEFORE-CURRENCY.
029434     MOVE "N" TO WS-HOLD-SALARY-SWITCH.
029436     MOVE "N" TO WS-HOLD-BANK-SWITCH.
029438     PERFORM 2050-SET-CURRENCY-CODE THRU 2050-EXIT.
029440     MOVE EMP-CURRENCY-CODE TO WS-AFTER-CURRENCY.
029442     MOVE WS-BEFORE-CURRENCY TO EMP-CURRENCY-CODE.
029444     MOVE TRAN-PAY-TYPE TO WS-AFTER-PAY-TYPE.
029446     IF WS-AFTER-PAY-TYPE NOT = "H"
029448         MOVE "S" TO WS-AFTER-PAY-TYPE
029450     END-IF.
029452     PERFORM 2310-CHECK-SALARY-CHANGE THRU 2310-EXIT.
029454     IF TRAN-BANK-ROUTING NOT = EMP-BANK-ROUTING
029456         OR TRAN-BANK-ACCOUNT NOT = EMP-BANK-ACCOUNT
029458         MOVE "Y" TO WS-HOLD-BANK-SWITCH
029460     END-IF.
029462     IF SALARY-CHANGE-IS-HELD OR BANK-CHANGE-IS-HELD
029464         PERFORM 2350-WRITE-PENDING-CHANGE THRU 2350-EXIT
029466         IF TRANSACTION-IS-REJECTED
029468             GO TO 2300-EXIT
029470         END-IF
029472     END-IF.
029474     IF NOT SALARY-CHANGE-IS-HELD
029476         MOVE TRAN-SALARY TO EMP-SALARY
029478         MOVE WS-AFTER-CURRENCY TO EMP-CURRENCY-CODE
029480         MOVE WS-AFTER-PAY-TYPE TO EMP-PAY-TYPE
029482         MOVE TRAN-HOURLY-RATE TO EMP-HOURLY-RATE
029484     END-IF.
029486     MOVE TRAN-FIRST-NAME TO EMP-FIRST-NAME.
029488     MOVE TRAN-LAST-NAME TO EMP-LAST-NAME.
029490     MOVE TRAN-DEPARTMENT-CODE TO EMP-DEPARTMENT-CODE.
029492     MOVE TRAN-HIRE-DATE TO EMP-HIRE-DATE.
029494     REWRITE EMPLOYEE-RECORD
029496         INVALID KEY
029498             MOVE "Y" TO WS-REJECT-SWITCH
029500             MOVE "CHANGE FAILED - REWRITE ERROR"
029502                 TO WS-REJECT-REASON
029504     END-REWRITE.
029506     IF NOT TRANSACTION-IS-REJECTED
029508         ADD 1 TO WS-CHANGE-COUNT
029510         PERFORM 2700-LOG-AUDIT-CHANGE THRU 2700-EXIT
029512         IF SALARY-CHANGE-IS-HELD OR BANK-CHANGE-IS-HELD
029514             ADD 1 TO WS-HELD-COUNT
029516             PERFORM 2830-LOG-AUDIT-HELD THRU 2830-EXIT
029518         END-IF
029520     END-IF.
031200 2300-EXIT.
031300     EXIT.
031301
031302*=============================================================
031303* 2310-CHECK-SALARY-CHANGE - HOLD THE PAY PART OF THE CHANGE
031304*                            FOR APPROVAL. SALARY, CURRENCY,
031305*                            PAY TYPE AND HOURLY RATE ARE HELD
031306*                            OR APPLIED TOGETHER. A NEW
031307*                            CURRENCY OR PAY TYPE IS ALWAYS
031308*                            HELD; OTHERWISE THE SALARY AND THE
031309*                            RATE ARE EACH CHECKED AGAINST THE
031310*                            LIMITS.
031311*=============================================================
031312 2310-CHECK-SALARY-CHANGE.
031313     IF WS-AFTER-CURRENCY NOT = WS-BEFORE-CURRENCY
031314         OR WS-AFTER-PAY-TYPE NOT = EMP-PAY-TYPE
031315         MOVE "Y" TO WS-HOLD-SALARY-SWITCH
031316         GO TO 2310-EXIT
031317     END-IF.
031318     MOVE EMP-SALARY TO WS-CHECK-BEFORE-AMOUNT.
031319     MOVE TRAN-SALARY TO WS-CHECK-AFTER-AMOUNT.
031320     PERFORM 2320-CHECK-AMOUNT-CHANGE THRU 2320-EXIT.
031321     IF SALARY-CHANGE-IS-HELD
031322         GO TO 2310-EXIT
031323     END-IF.
031324     MOVE EMP-HOURLY-RATE TO WS-CHECK-BEFORE-AMOUNT.
031325     MOVE TRAN-HOURLY-RATE TO WS-CHECK-AFTER-AMOUNT.
031326     PERFORM 2320-CHECK-AMOUNT-CHANGE THRU 2320-EXIT.
031327 2310-EXIT.
031328     EXIT.
031329
031330*=============================================================
031331* 2320-CHECK-AMOUNT-CHANGE - HOLD THE PAY PART WHEN ONE FIGURE
031332*                            CHANGES (UP OR DOWN) BY MORE THAN
031333*                            THE AMOUNT LIMIT FOR THE CURRENCY
031334*                            OR THE PERCENTAGE LIMIT. WITH
031335*                            NEITHER LIMIT SET, ANY CHANGE IS
031336*                            HELD.
031337*=============================================================
031338 2320-CHECK-AMOUNT-CHANGE.
031339     IF WS-CHECK-AFTER-AMOUNT = WS-CHECK-BEFORE-AMOUNT
031340         GO TO 2320-EXIT
031341     END-IF.
031342     IF WS-CHECK-AFTER-AMOUNT > WS-CHECK-BEFORE-AMOUNT
031343         COMPUTE WS-SALARY-CHANGE =
031344             WS-CHECK-AFTER-AMOUNT - WS-CHECK-BEFORE-AMOUNT
031345     ELSE
031346         COMPUTE WS-SALARY-CHANGE =
031347             WS-CHECK-BEFORE-AMOUNT - WS-CHECK-AFTER-AMOUNT
031348     END-IF.
031349     EVALUATE TRUE
031350         WHEN EMP-CURRENCY-IS-GBP
031351             MOVE WS-LIMIT-AMOUNT-GBP TO WS-LIMIT-AMOUNT
031352             MOVE WS-LIMIT-GBP-SWITCH TO WS-AMOUNT-LIMIT-SWITCH
031353         WHEN EMP-CURRENCY-IS-EUR
031354             MOVE WS-LIMIT-AMOUNT-EUR TO WS-LIMIT-AMOUNT
031355             MOVE WS-LIMIT-EUR-SWITCH TO WS-AMOUNT-LIMIT-SWITCH
031356         WHEN EMP-CURRENCY-IS-JPY
031357             MOVE WS-LIMIT-AMOUNT-JPY TO WS-LIMIT-AMOUNT
031358             MOVE WS-LIMIT-JPY-SWITCH TO WS-AMOUNT-LIMIT-SWITCH
031359         WHEN OTHER
031360             MOVE WS-LIMIT-AMOUNT-USD TO WS-LIMIT-AMOUNT
031361             MOVE WS-LIMIT-USD-SWITCH TO WS-AMOUNT-LIMIT-SWITCH
031362     END-EVALUATE.
031363     IF NOT PERCENT-LIMIT-IS-SET
031364         AND NOT AMOUNT-LIMIT-IS-SET
031365         MOVE "Y" TO WS-HOLD-SALARY-SWITCH
031366         GO TO 2320-EXIT
031367     END-IF.
031368     IF AMOUNT-LIMIT-IS-SET
031369         AND WS-SALARY-CHANGE > WS-LIMIT-AMOUNT
031370         MOVE "Y" TO WS-HOLD-SALARY-SWITCH
031371         GO TO 2320-EXIT
031372     END-IF.
031373     IF NOT PERCENT-LIMIT-IS-SET
031374         GO TO 2320-EXIT
031375     END-IF.
031376     IF WS-CHECK-BEFORE-AMOUNT = ZEROS
031377         MOVE "Y" TO WS-HOLD-SALARY-SWITCH
031378         GO TO 2320-EXIT
031379     END-IF.
031380     COMPUTE WS-CHANGE-PERCENT ROUNDED =
031381         WS-SALARY-CHANGE * 100 / WS-CHECK-BEFORE-AMOUNT
031382         ON SIZE ERROR
031383             MOVE 99999.99 TO WS-CHANGE-PERCENT
031384     END-COMPUTE.
031385     IF WS-CHANGE-PERCENT > WS-LIMIT-PERCENT
031386         MOVE "Y" TO WS-HOLD-SALARY-SWITCH
031387     END-IF.
031388 2320-EXIT.
031389     EXIT.
031400 
031402*=============================================================
031403* 2350-WRITE-PENDING-CHANGE - HOLD THE PAY AND/OR BANK PART OF
031404*                             THE CHANGE FOR APPROVAL. A PART NOT
031405*                             HELD CARRIES THE FIGURES APPLIED NOW
031406*                             AS BOTH BEFORE AND AFTER.
031407*=============================================================
031408 2350-WRITE-PENDING-CHANGE.
031409     ADD 1 TO WS-PENDING-SEQUENCE.
031410     MOVE SPACES TO PENDING-CHANGE-RECORD.
031411     MOVE WS-ENTRY-DATE TO PND-ENTRY-DATE.
031412     MOVE WS-ENTRY-TIME TO PND-ENTRY-TIME.
031413     MOVE WS-PENDING-SEQUENCE TO PND-ENTRY-SEQUENCE.
031414     MOVE TRAN-EMPLOYEE-NUMBER TO PND-EMPLOYEE-NUMBER.
031415     MOVE WS-USER-ID TO PND-ENTERED-BY.
031416     MOVE WS-HOLD-SALARY-SWITCH TO PND-SALARY-HELD-FLAG.
031417     IF SALARY-CHANGE-IS-HELD
031418         MOVE EMP-SALARY TO PND-BEFORE-SALARY
031419         MOVE WS-BEFORE-CURRENCY TO PND-BEFORE-CURRENCY
031420         MOVE EMP-PAY-TYPE TO PND-BEFORE-PAY-TYPE
031421         MOVE EMP-HOURLY-RATE TO PND-BEFORE-HOURLY-RATE
031422     ELSE
031423         MOVE TRAN-SALARY TO PND-BEFORE-SALARY
031424         MOVE WS-AFTER-CURRENCY TO PND-BEFORE-CURRENCY
031425         MOVE WS-AFTER-PAY-TYPE TO PND-BEFORE-PAY-TYPE
031426         MOVE TRAN-HOURLY-RATE TO PND-BEFORE-HOURLY-RATE
031427     END-IF.
031428     MOVE TRAN-SALARY TO PND-AFTER-SALARY.
031429     MOVE WS-AFTER-CURRENCY TO PND-AFTER-CURRENCY.
031430     MOVE WS-AFTER-PAY-TYPE TO PND-AFTER-PAY-TYPE.
031431     MOVE TRAN-HOURLY-RATE TO PND-AFTER-HOURLY-RATE.
031432     MOVE WS-HOLD-BANK-SWITCH TO PND-BANK-HELD-FLAG.
031433     MOVE EMP-BANK-ROUTING TO PND-BEFORE-ROUTING.
031434     MOVE EMP-BANK-ACCOUNT TO PND-BEFORE-ACCOUNT.
031435     MOVE TRAN-BANK-ROUTING TO PND-AFTER-ROUTING.
031436     MOVE TRAN-BANK-ACCOUNT TO PND-AFTER-ACCOUNT.
031437     WRITE PENDING-CHANGE-RECORD
031438         INVALID KEY
031439             MOVE "Y" TO WS-REJECT-SWITCH
031440             MOVE "PENDING CHANGE WRITE FAILED"
031441                 TO WS-REJECT-REASON
031442     END-WRITE.
031443 2350-EXIT.
031444     EXIT.
031476
031500*=============================================================
031600* 2400-APPLY-DELETE - REJECT AN EMPLOYEE NUMBER NOT ON FILE,
031700*                     OTHERWISE DELETE THE MASTER RECORD.
032300         GO TO 2400-EXIT
032400     END-IF.
032500     MOVE EMP-SALARY TO WS-BEFORE-SALARY.
032510     MOVE EMP-PAY-TYPE TO WS-BEFORE-PAY-TYPE.
032520     MOVE EMP-HOURLY-RATE TO WS-BEFORE-HOURLY-RATE.
032600     DELETE EMPLOYEE-MASTER-FILE
032700         INVALID KEY
032800             MOVE "Y" TO WS-REJECT-SWITCH
035200*=============================================================
035300 2600-LOG-AUDIT-ADD.
035400     MOVE "A" TO AUD-TRANSACTION-TYPE.
035450     MOVE "N" TO AUD-BANK-CHANGE-FLAG.
035500     MOVE ZEROS TO AUD-BEFORE-SALARY.
035600     MOVE EMP-SALARY TO AUD-AFTER-SALARY.
035610     MOVE SPACES TO AUD-BEFORE-PAY-TYPE.
035620     MOVE EMP-PAY-TYPE TO AUD-AFTER-PAY-TYPE.
035630     MOVE ZEROS TO AUD-BEFORE-HOURLY-RATE.
035640     MOVE EMP-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE.
035700     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
035800 2600-EXIT.
035900     EXIT.
036300*=============================================================
036400 2700-LOG-AUDIT-CHANGE.
036500     MOVE "C" TO AUD-TRANSACTION-TYPE.
036550     MOVE "N" TO AUD-BANK-CHANGE-FLAG.
036600     MOVE WS-BEFORE-SALARY TO AUD-BEFORE-SALARY.
036700     MOVE EMP-SALARY TO AUD-AFTER-SALARY.
036710     MOVE WS-BEFORE-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
036720     MOVE EMP-PAY-TYPE TO AUD-AFTER-PAY-TYPE.
036730     MOVE WS-BEFORE-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
036740     MOVE EMP-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE.
036800     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
036900 2700-EXIT.
037000     EXIT.
037400*=============================================================
037500 2800-LOG-AUDIT-DELETE.
037600     MOVE "D" TO AUD-TRANSACTION-TYPE.
037650     MOVE "N" TO AUD-BANK-CHANGE-FLAG.
037700     MOVE WS-BEFORE-SALARY TO AUD-BEFORE-SALARY.
037800     MOVE ZEROS TO AUD-AFTER-SALARY.
037810     MOVE WS-BEFORE-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
037820     MOVE SPACES TO AUD-AFTER-PAY-TYPE.
037830     MOVE WS-BEFORE-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
037840     MOVE ZEROS TO AUD-AFTER-HOURLY-RATE.
037900     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
038000 2800-EXIT.
038100     EXIT.
038102
038104*=============================================================
038106* 2820-LOG-AUDIT-STATUS - WRITE AN AUDIT RECORD FOR A STATUS
038108*                         TRANSACTION (TERMINATE, LEAVE OR
038110*                         RETURN). THE PAY IS UNCHANGED, SO
038112*                         BEFORE AND AFTER CARRY THE SAME
038114*                         FIGURES.
038116*=============================================================
038118 2820-LOG-AUDIT-STATUS.
038120     MOVE TRAN-TYPE TO AUD-TRANSACTION-TYPE.
038122     MOVE EMP-SALARY TO AUD-BEFORE-SALARY.
038124     MOVE EMP-SALARY TO AUD-AFTER-SALARY.
038126     MOVE EMP-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
038128     MOVE EMP-PAY-TYPE TO AUD-AFTER-PAY-TYPE.
038130     MOVE EMP-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
038132     MOVE EMP-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE.
038134     MOVE "N" TO AUD-BANK-CHANGE-FLAG.
038136     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
038138 2820-EXIT.
038140     EXIT.
038142
038144*=============================================================
038146* 2830-LOG-AUDIT-HELD - WRITE AN AUDIT RECORD FOR A CHANGE HELD
038148*                       FOR APPROVAL - THE PAY AS IT STANDS AND
038150*                       AS PROPOSED, AND WHETHER THE BANK DETAILS
038152*                       ARE PART OF IT.
038154*=============================================================
038156 2830-LOG-AUDIT-HELD.
038158     MOVE "H" TO AUD-TRANSACTION-TYPE.
038160     MOVE EMP-SALARY TO AUD-BEFORE-SALARY.
038162     MOVE EMP-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
038164     MOVE EMP-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
038166     IF SALARY-CHANGE-IS-HELD
038168         MOVE TRAN-SALARY TO AUD-AFTER-SALARY
038170         MOVE WS-AFTER-PAY-TYPE TO AUD-AFTER-PAY-TYPE
038172         MOVE TRAN-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE
038174     ELSE
038176         MOVE EMP-SALARY TO AUD-AFTER-SALARY
038178         MOVE EMP-PAY-TYPE TO AUD-AFTER-PAY-TYPE
038180         MOVE EMP-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE
038182     END-IF.
038184     MOVE WS-HOLD-BANK-SWITCH TO AUD-BANK-CHANGE-FLAG.
038186     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
038188 2830-EXIT.
038190     EXIT.
038200
038300*=============================================================
038400* 2850-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDIT RECORD.
038500*=============================================================
038600 2850-WRITE-AUDIT-RECORD.
038700     MOVE TRAN-EMPLOYEE-NUMBER TO AUD-EMPLOYEE-NUMBER.
038725     MOVE WS-USER-ID TO AUD-ENTERED-BY.
038750     MOVE SPACES TO AUD-APPROVED-BY.
038800     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
038900     ACCEPT AUD-TIME FROM TIME.
039000     WRITE MAINTENANCE-AUDIT-RECORD.
041200     DISPLAY "EMPMAINT - DELETES: " WS-DELETE-COUNT
041300             " REJECTS: " WS-REJECT-COUNT.
041310     DISPLAY "EMPMAINT - STATUS CHANGES: " WS-STATUS-COUNT.
041335     DISPLAY "EMPMAINT - HELD FOR APPROVAL: " WS-HELD-COUNT.
041400     CLOSE EMPLOYEE-MASTER-FILE.
041500     CLOSE MAINTENANCE-TRANSACTION-FILE.
041600     CLOSE MAINTENANCE-EXCEPTION-FILE.
041700     CLOSE MAINTENANCE-AUDIT-FILE.
041710     CLOSE DEPARTMENT-REFERENCE-FILE.
041715     CLOSE PENDING-CHANGE-FILE.
041720     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
041800 8000-EXIT.
041900     EXIT.
043100         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
043200         + WS-STATUS-COUNT + WS-REJECT-COUNT.
043300     COMPUTE RLG-RECORDS-WRITTEN =
043350         WS-ADD-COUNT + WS-CHANGE-COUNT + WS-DELETE-COUNT
043400         + WS-STATUS-COUNT + WS-HELD-COUNT.
043600     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
043700     MOVE RETURN-CODE TO RLG-RETURN-CODE.
043800     MOVE ZEROS TO RLG-PERIOD-NUMBER.
