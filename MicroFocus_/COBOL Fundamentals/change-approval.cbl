000100*=============================================================
000200* PROGRAM      : CHGAPPR
000300* DESCRIPTION  : RELEASES OR REJECTS THE PAY AND BANK CHANGES
000400*                EMPMAINT HELD ON THE PENDING CHANGE FILE. IT IS
000500*                RUN UNDER A SECOND USER ID (APPRPARM), AND
000600*                REFUSES ANY ITEM ENTERED UNDER THAT SAME ID, SO
000700*                NO ONE PERSON CAN BOTH KEY AND APPROVE A CHANGE.
000800*                A RELEASE APPLIES ONLY THE HELD PARTS, AND ONLY
000900*                WHILE THE MASTER STILL AGREES WITH THE BEFORE
001000*                FIGURES HELD WITH THE CHANGE - OTHERWISE THE
001100*                ITEM STAYS PENDING TO BE REJECTED AND RE-ENTERED.
001200*                EVERY RELEASE AND REJECTION WRITES AN AUDIT ROW
001300*                CARRYING BOTH USER IDS.
001400*=============================================================
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID. CHGAPPR.
001700 AUTHOR. T. OKAFOR.
001800 INSTALLATION. PAYROLL SYSTEMS GROUP.
001900 DATE-WRITTEN. 2026-10-15.
002000 DATE-COMPILED.
002100* MODIFICATION HISTORY
002200* DATE       INIT DESCRIPTION
002300* 2026-10-15 TO   INITIAL VERSION - EMPMAINT USED TO APPLY A BANK
002400*                 OR SALARY CHANGE THE MOMENT ONE CLERK KEYED IT.
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT APPROVAL-PARAMETER-FILE
003300         ASSIGN TO "APPRPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-APPRPARM-STATUS.
003600
003700     SELECT APPROVAL-TRANSACTION-FILE
003800         ASSIGN TO "APPRTRAN"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-APPRTRAN-STATUS.
004100
004200     SELECT PENDING-CHANGE-FILE
004300         ASSIGN TO "PENDCHG"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS PND-KEY
004700         ALTERNATE RECORD KEY IS PND-EMPLOYEE-NUMBER
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-PENDCHG-STATUS.
005000
005100     SELECT EMPLOYEE-MASTER-FILE
005200         ASSIGN TO "EMPMAST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS EMP-EMPLOYEE-NUMBER
005600         ALTERNATE RECORD KEY IS EMP-LAST-NAME
005700             WITH DUPLICATES
005800         ALTERNATE RECORD KEY IS EMP-DEPARTMENT-CODE
005900             WITH DUPLICATES
006000         FILE STATUS IS WS-EMPMAST-STATUS.
006100
006200     SELECT MAINTENANCE-AUDIT-FILE
006300         ASSIGN TO "MNTAUDIT"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-MNTAUDIT-STATUS.
006600
006700     SELECT APPROVAL-EXCEPTION-FILE
006800         ASSIGN TO "APPREXCP"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-APPREXCP-STATUS.
007100
007200     SELECT RUN-LOG-FILE
007300         ASSIGN TO "RUNLOG"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-RUNLOG-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900* ONE RUN PARAMETER RECORD - THE USER ID THE APPROVAL RUN IS
008000* SUBMITTED UNDER.
008100 FD  APPROVAL-PARAMETER-FILE.
008200 01  APPROVAL-PARAMETER-RECORD.
008300     05  APRM-USER-ID                PIC X(08).
008400
008500* ONE APPROVAL TRANSACTION - RELEASE OR REJECT ONE PENDING ITEM,
008600* NAMED BY ITS KEY (AS PRINTED ON THE PNDAGE AGING REPORT) AND
008700* THE EMPLOYEE IT IS FOR.
008800 FD  APPROVAL-TRANSACTION-FILE.
008900 01  APPROVAL-TRANSACTION-RECORD.
009000     05  APT-ACTION                  PIC X(01).
009100         88  APT-IS-RELEASE                  VALUE "A".
009200         88  APT-IS-REJECT                   VALUE "R".
009300     05  APT-PENDING-KEY.
009400         10  APT-ENTRY-DATE          PIC 9(08).
009500         10  APT-ENTRY-TIME          PIC 9(06).
009600         10  APT-ENTRY-SEQUENCE      PIC 9(04).
009700     05  APT-EMPLOYEE-NUMBER         PIC 9(05).
009800
009900* PENDING CHANGE RECORD - ONE CHANGE HELD FOR APPROVAL. DELETED
010000* WHEN IT IS RELEASED OR REJECTED.
010100 FD  PENDING-CHANGE-FILE.
010200     COPY PNDREC.
010300
010400* EMPLOYEE MASTER RECORD - KEYED BY EMPLOYEE-NUMBER.
010500 FD  EMPLOYEE-MASTER-FILE.
010600     COPY EMPREC.
010700
010800* THE MAINTENANCE AUDIT TRAIL EMPMAINT WRITES, EXTENDED WITH THE
010900* RELEASE AND REJECTION ROWS.
011000 FD  MAINTENANCE-AUDIT-FILE.
011100     COPY AUDREC.
011200
011300 FD  APPROVAL-EXCEPTION-FILE.
011400 01  APPROVAL-EXCEPTION-LINE         PIC X(80).
011500
011600* RUN-CONTROL LOG RECORD - ONE START AND ONE END ROW PER RUN.
011700 FD  RUN-LOG-FILE.
011800     COPY RLGREC.
011900
012000 WORKING-STORAGE SECTION.
012100 01  WS-FILE-STATUSES.
012200     05  WS-APPRPARM-STATUS          PIC X(02) VALUE ZEROS.
012300     05  WS-APPRTRAN-STATUS          PIC X(02) VALUE ZEROS.
012400     05  WS-PENDCHG-STATUS           PIC X(02) VALUE ZEROS.
012500     05  WS-EMPMAST-STATUS           PIC X(02) VALUE ZEROS.
012600     05  WS-MNTAUDIT-STATUS          PIC X(02) VALUE ZEROS.
012700     05  WS-APPREXCP-STATUS          PIC X(02) VALUE ZEROS.
012800     05  WS-RUNLOG-STATUS            PIC X(02) VALUE ZEROS.
012900
013000 01  WS-SWITCHES.
013100     05  WS-EOF-SWITCH               PIC X(01) VALUE "N".
013200         88  END-OF-TRANSACTION-FILE         VALUE "Y".
013300     05  WS-REJECT-SWITCH            PIC X(01) VALUE "N".
013400         88  TRANSACTION-IS-REJECTED         VALUE "Y".
013500
013600 01  WS-COUNTERS.
013700     05  WS-READ-COUNT               PIC 9(05) VALUE ZEROS COMP.
013800     05  WS-RELEASE-COUNT            PIC 9(05) VALUE ZEROS COMP.
013900     05  WS-DISCARD-COUNT            PIC 9(05) VALUE ZEROS COMP.
014000     05  WS-REJECT-COUNT             PIC 9(05) VALUE ZEROS COMP.
014100
014200 01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.
014300 01  WS-BEFORE-SALARY                PIC 9(09)V9(02) VALUE ZEROS.
014400 01  WS-BEFORE-PAY-TYPE              PIC X(01) VALUE SPACES.
014500 01  WS-BEFORE-HOURLY-RATE           PIC 9(05)V9(02) VALUE ZEROS.
014600
014700* THE APPROVER'S USER ID, FROM APPRPARM.
014800 01  WS-APPROVER-ID                  PIC X(08) VALUE SPACES.
014900
015000 01  WS-EXCEPTION-LINE.
015100     05  FILLER                  PIC X(07) VALUE "ACTION ".
015200     05  WS-EXC-ACTION               PIC X(01).
015300     05  FILLER                      PIC X(02) VALUE SPACES.
015400     05  WS-EXC-ENTRY-DATE           PIC 9(08).
015500     05  FILLER                      PIC X(01) VALUE SPACES.
015600     05  WS-EXC-ENTRY-TIME           PIC 9(06).
015700     05  FILLER                      PIC X(01) VALUE SPACES.
015800     05  WS-EXC-ENTRY-SEQUENCE       PIC 9(04).
015900     05  FILLER                      PIC X(02) VALUE SPACES.
016000     05  WS-EXC-EMPLOYEE-NUMBER      PIC ZZZZ9.
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  FILLER                      PIC X(08) VALUE "REASON: ".
016300     05  WS-EXC-REASON               PIC X(30).
016400
016500 PROCEDURE DIVISION.
016600
016700*=============================================================
016800* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE APPROVAL RUN.
016900*=============================================================
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
017300         UNTIL END-OF-TRANSACTION-FILE.
017400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017500     STOP RUN.
017600
017700*=============================================================
017800* 1000-INITIALIZE - TAKE THE APPROVER'S USER ID, OPEN THE FILES
017900*                   AND PRIME THE READ.
018000*=============================================================
018100 1000-INITIALIZE.
018200     PERFORM 1050-LOG-RUN-START THRU 1050-EXIT.
018300     PERFORM 1200-READ-PARAMETER THRU 1200-EXIT.
018400     OPEN INPUT APPROVAL-TRANSACTION-FILE.
018500     IF WS-APPRTRAN-STATUS NOT = "00"
018600         DISPLAY "CHGAPPR: APPROVAL-TRANSACTION-FILE OPEN FAILED"
018700         DISPLAY "         FILE STATUS = " WS-APPRTRAN-STATUS
018800         MOVE 16 TO RETURN-CODE
018900         STOP RUN
019000     END-IF.
019100     OPEN I-O PENDING-CHANGE-FILE.
019200     IF WS-PENDCHG-STATUS = "35"
019300         OPEN OUTPUT PENDING-CHANGE-FILE
019400         CLOSE PENDING-CHANGE-FILE
019500         OPEN I-O PENDING-CHANGE-FILE
019600     END-IF.
019700     IF WS-PENDCHG-STATUS NOT = "00"
019800         DISPLAY "CHGAPPR: PENDING-CHANGE-FILE OPEN FAILED - "
019900         DISPLAY "         FILE STATUS = " WS-PENDCHG-STATUS
020000         MOVE 16 TO RETURN-CODE
020100         STOP RUN
020200     END-IF.
020300     OPEN I-O EMPLOYEE-MASTER-FILE.
020400     IF WS-EMPMAST-STATUS NOT = "00"
020500         DISPLAY "CHGAPPR: EMPLOYEE-MASTER-FILE OPEN FAILED - "
020600         DISPLAY "         FILE STATUS = " WS-EMPMAST-STATUS
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     OPEN OUTPUT APPROVAL-EXCEPTION-FILE.
021100     IF WS-APPREXCP-STATUS NOT = "00"
021200         DISPLAY "CHGAPPR: APPROVAL-EXCEPTION-FILE OPEN FAILED - "
021300         DISPLAY "         FILE STATUS = " WS-APPREXCP-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     PERFORM 1100-OPEN-AUDIT-FILE THRU 1100-EXIT.
021800     MOVE "N" TO WS-EOF-SWITCH.
021900     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200
022300*=============================================================
022400* 1050-LOG-RUN-START - WRITE THIS RUN'S START ROW TO THE SHARED
022500*                      RUN LOG, CREATING THE FILE ON ITS FIRST
022600*                      USE.
022700*=============================================================
022800 1050-LOG-RUN-START.
022900     OPEN EXTEND RUN-LOG-FILE.
023000     IF WS-RUNLOG-STATUS = "35"
023100         OPEN OUTPUT RUN-LOG-FILE
023200         CLOSE RUN-LOG-FILE
023300         OPEN EXTEND RUN-LOG-FILE
023400     END-IF.
023500     IF WS-RUNLOG-STATUS NOT = "00" AND
023600             WS-RUNLOG-STATUS NOT = "05"
023700         DISPLAY "CHGAPPR: RUN-LOG-FILE OPEN FAILED - "
023800         DISPLAY "         FILE STATUS = " WS-RUNLOG-STATUS
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     MOVE "S" TO RLG-RECORD-TYPE.
024300     MOVE "CHGAPPR" TO RLG-PROGRAM-ID.
024400     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
024500     ACCEPT RLG-TIME FROM TIME.
024600     MOVE ZEROS TO RLG-RECORDS-READ.
024700     MOVE ZEROS TO RLG-RECORDS-WRITTEN.
024800     MOVE ZEROS TO RLG-REJECT-COUNT.
024900     MOVE ZEROS TO RLG-RETURN-CODE.
025000     MOVE ZEROS TO RLG-PERIOD-NUMBER.
025100     WRITE RUN-LOG-RECORD.
025200 1050-EXIT.
025300     EXIT.
025400
025500*=============================================================
025600* 1100-OPEN-AUDIT-FILE - OPEN THE AUDIT TRAIL FOR EXTEND, AS
025700*                        EMPMAINT DOES, CREATING IT ON ITS FIRST
025800*                        USE.
025900*=============================================================
026000 1100-OPEN-AUDIT-FILE.
026100     OPEN EXTEND MAINTENANCE-AUDIT-FILE.
026200     IF WS-MNTAUDIT-STATUS = "35"
026300         OPEN OUTPUT MAINTENANCE-AUDIT-FILE
026400         CLOSE MAINTENANCE-AUDIT-FILE
026500         OPEN EXTEND MAINTENANCE-AUDIT-FILE
026600     END-IF.
026700     IF WS-MNTAUDIT-STATUS NOT = "00" AND
026800             WS-MNTAUDIT-STATUS NOT = "05"
026900         DISPLAY "CHGAPPR: MAINTENANCE-AUDIT-FILE OPEN FAILED - "
027000         DISPLAY "         FILE STATUS = " WS-MNTAUDIT-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400 1100-EXIT.
027500     EXIT.
027600
027700*=============================================================
027800* 1200-READ-PARAMETER - READ THE APPROVER'S USER ID. A RUN WITH
027900*                       NO USER ID IS REFUSED - THERE WOULD BE
028000*                       NOTHING TO HOLD IT APART FROM THE PERSON
028100*                       WHO ENTERED THE CHANGE.
028200*=============================================================
028300 1200-READ-PARAMETER.
028400     OPEN INPUT APPROVAL-PARAMETER-FILE.
028500     IF WS-APPRPARM-STATUS NOT = "00"
028600         DISPLAY "CHGAPPR: APPROVAL-PARAMETER-FILE OPEN FAILED - "
028700         DISPLAY "         FILE STATUS = " WS-APPRPARM-STATUS
028800         MOVE 16 TO RETURN-CODE
028900         STOP RUN
029000     END-IF.
029100     READ APPROVAL-PARAMETER-FILE
029200         AT END
029300             DISPLAY "CHGAPPR: RUN PARAMETER MISSING"
029400             MOVE 16 TO RETURN-CODE
029500             PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
029600             STOP RUN
029700     END-READ.
029800     IF APRM-USER-ID = SPACES
029900         DISPLAY "CHGAPPR: USER ID MISSING FROM APPRPARM"
030000         MOVE 16 TO RETURN-CODE
030100         PERFORM 8900-LOG-RUN-END THRU 8900-EXIT
030200         STOP RUN
030300     END-IF.
030400     MOVE APRM-USER-ID TO WS-APPROVER-ID.
030500     CLOSE APPROVAL-PARAMETER-FILE.
030600 1200-EXIT.
030700     EXIT.
030800
030900*=============================================================
031000* 2000-PROCESS-TRANSACTION - FIND THE PENDING ITEM, CHECK IT MAY
031100*                            BE ACTED ON BY THIS USER, RELEASE OR
031200*                            REJECT IT, READ THE NEXT.
031300*=============================================================
031400 2000-PROCESS-TRANSACTION.
031500     MOVE "N" TO WS-REJECT-SWITCH.
031600     MOVE SPACES TO WS-REJECT-REASON.
031700     PERFORM 2100-CHECK-TRANSACTION THRU 2100-EXIT.
031800     IF NOT TRANSACTION-IS-REJECTED
031900         IF APT-IS-RELEASE
032000             PERFORM 2300-RELEASE-CHANGE THRU 2300-EXIT
032100         ELSE
032200             PERFORM 2400-REJECT-CHANGE THRU 2400-EXIT
032300         END-IF
032400     END-IF.
032500     IF TRANSACTION-IS-REJECTED
032600         ADD 1 TO WS-REJECT-COUNT
032700         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
032800     END-IF.
032900     PERFORM 2900-READ-TRANSACTION THRU 2900-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200
033300*=============================================================
033400* 2100-CHECK-TRANSACTION - THE ACTION MUST BE "A" OR "R", THE ITEM
033500*                          MUST STILL BE PENDING FOR THE EMPLOYEE
033600*                          NAMED, AND IT MUST HAVE BEEN ENTERED
033700*                          UNDER A DIFFERENT USER ID.
033800*=============================================================
033900 2100-CHECK-TRANSACTION.
034000     IF NOT APT-IS-RELEASE AND NOT APT-IS-REJECT
034100         MOVE "Y" TO WS-REJECT-SWITCH
034200         MOVE "INVALID ACTION" TO WS-REJECT-REASON
034300         GO TO 2100-EXIT
034400     END-IF.
034500     IF APT-PENDING-KEY NOT NUMERIC
034600         MOVE "Y" TO WS-REJECT-SWITCH
034700         MOVE "INVALID PENDING KEY" TO WS-REJECT-REASON
034800         GO TO 2100-EXIT
034900     END-IF.
035000     MOVE APT-PENDING-KEY TO PND-KEY.
035100     READ PENDING-CHANGE-FILE
035200         INVALID KEY
035300             MOVE "Y" TO WS-REJECT-SWITCH
035400             MOVE "NOT PENDING" TO WS-REJECT-REASON
035500             GO TO 2100-EXIT
035600     END-READ.
035700     IF PND-EMPLOYEE-NUMBER NOT = APT-EMPLOYEE-NUMBER
035800         MOVE "Y" TO WS-REJECT-SWITCH
035900         MOVE "PENDING FOR ANOTHER EMPLOYEE" TO WS-REJECT-REASON
036000         GO TO 2100-EXIT
036100     END-IF.
036200     IF PND-ENTERED-BY = WS-APPROVER-ID
036300         MOVE "Y" TO WS-REJECT-SWITCH
036400         MOVE "APPROVER ENTERED THE CHANGE" TO WS-REJECT-REASON
036500     END-IF.
036600 2100-EXIT.
036700     EXIT.
036800
036900*=============================================================
037000* 2300-RELEASE-CHANGE - APPLY THE HELD PARTS TO THE MASTER. THE
037100*                       MASTER MUST STILL HOLD THE BEFORE FIGURES
037200*                       FOR EVERY HELD PART; IF IT HAS MOVED ON,
037300*                       THE ITEM IS LEFT PENDING, TO BE REJECTED
037400*                       AND RE-ENTERED AGAINST THE CURRENT
037500*                       DETAILS. NEW BANK DETAILS CLEAR ANY BANK
037600*                       RETURN MARK.
037700*=============================================================
037800 2300-RELEASE-CHANGE.
037900     MOVE PND-EMPLOYEE-NUMBER TO EMP-EMPLOYEE-NUMBER.
038000     READ EMPLOYEE-MASTER-FILE
038100         INVALID KEY
038200             MOVE "Y" TO WS-REJECT-SWITCH
038300             MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
038400             GO TO 2300-EXIT
038500     END-READ.
038600     IF PND-SALARY-IS-HELD
038700         IF EMP-SALARY NOT = PND-BEFORE-SALARY
038800             OR EMP-CURRENCY-CODE NOT = PND-BEFORE-CURRENCY
038900             OR EMP-PAY-TYPE NOT = PND-BEFORE-PAY-TYPE
039000             OR EMP-HOURLY-RATE NOT = PND-BEFORE-HOURLY-RATE
039100             MOVE "Y" TO WS-REJECT-SWITCH
039200         END-IF
039300     END-IF.
039400     IF PND-BANK-IS-HELD
039500         IF EMP-BANK-ROUTING NOT = PND-BEFORE-ROUTING
039600             OR EMP-BANK-ACCOUNT NOT = PND-BEFORE-ACCOUNT
039700             MOVE "Y" TO WS-REJECT-SWITCH
039800         END-IF
039900     END-IF.
040000     IF TRANSACTION-IS-REJECTED
040100         MOVE "MASTER CHANGED SINCE ENTRY" TO WS-REJECT-REASON
040200         GO TO 2300-EXIT
040300     END-IF.
040400     MOVE EMP-SALARY TO WS-BEFORE-SALARY.
040500     MOVE EMP-PAY-TYPE TO WS-BEFORE-PAY-TYPE.
040600     MOVE EMP-HOURLY-RATE TO WS-BEFORE-HOURLY-RATE.
040700     IF PND-SALARY-IS-HELD
040800         MOVE PND-AFTER-SALARY TO EMP-SALARY
040900         MOVE PND-AFTER-CURRENCY TO EMP-CURRENCY-CODE
041000         MOVE PND-AFTER-PAY-TYPE TO EMP-PAY-TYPE
041100         MOVE PND-AFTER-HOURLY-RATE TO EMP-HOURLY-RATE
041200     END-IF.
041300     IF PND-BANK-IS-HELD
041400         MOVE PND-AFTER-ROUTING TO EMP-BANK-ROUTING
041500         MOVE PND-AFTER-ACCOUNT TO EMP-BANK-ACCOUNT
041600         MOVE "V" TO EMP-BANK-STATUS
041700         MOVE SPACES TO EMP-BANK-RETURN-REASON
041800     END-IF.
041900     REWRITE EMPLOYEE-RECORD
042000         INVALID KEY
042100             MOVE "Y" TO WS-REJECT-SWITCH
042200             MOVE "RELEASE FAILED - REWRITE ERROR"
042300                 TO WS-REJECT-REASON
042400             GO TO 2300-EXIT
042500     END-REWRITE.
042600     DELETE PENDING-CHANGE-FILE
042700         INVALID KEY
042800             DISPLAY "CHGAPPR: PENDING DELETE FAILED - STATUS = "
042900                     WS-PENDCHG-STATUS
043000     END-DELETE.
043100     ADD 1 TO WS-RELEASE-COUNT.
043200     MOVE "V" TO AUD-TRANSACTION-TYPE.
043300     MOVE WS-BEFORE-SALARY TO AUD-BEFORE-SALARY.
043400     MOVE EMP-SALARY TO AUD-AFTER-SALARY.
043500     MOVE WS-BEFORE-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
043600     MOVE EMP-PAY-TYPE TO AUD-AFTER-PAY-TYPE.
043700     MOVE WS-BEFORE-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
043800     MOVE EMP-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE.
043900     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
044000 2300-EXIT.
044100     EXIT.
044200
044300*=============================================================
044400* 2400-REJECT-CHANGE - DISCARD THE PENDING ITEM. THE MASTER IS NOT
044500*                      TOUCHED; THE AUDIT ROW CARRIES THE PAY
044600*                      THAT WAS PROPOSED.
044700*=============================================================
044800 2400-REJECT-CHANGE.
044900     DELETE PENDING-CHANGE-FILE
045000         INVALID KEY
045100             MOVE "Y" TO WS-REJECT-SWITCH
045200             MOVE "REJECT FAILED - DELETE ERROR"
045300                 TO WS-REJECT-REASON
045400             GO TO 2400-EXIT
045500     END-DELETE.
045600     ADD 1 TO WS-DISCARD-COUNT.
045700     MOVE "X" TO AUD-TRANSACTION-TYPE.
045800     MOVE PND-BEFORE-SALARY TO AUD-BEFORE-SALARY.
045900     MOVE PND-AFTER-SALARY TO AUD-AFTER-SALARY.
046000     MOVE PND-BEFORE-PAY-TYPE TO AUD-BEFORE-PAY-TYPE.
046100     MOVE PND-AFTER-PAY-TYPE TO AUD-AFTER-PAY-TYPE.
046200     MOVE PND-BEFORE-HOURLY-RATE TO AUD-BEFORE-HOURLY-RATE.
046300     MOVE PND-AFTER-HOURLY-RATE TO AUD-AFTER-HOURLY-RATE.
046400     PERFORM 2850-WRITE-AUDIT-RECORD THRU 2850-EXIT.
046500 2400-EXIT.
046600     EXIT.
046700
046800*=============================================================
046900* 2500-WRITE-EXCEPTION - LIST ONE REFUSED APPROVAL TRANSACTION.
047000*=============================================================
047100 2500-WRITE-EXCEPTION.
047200     MOVE APT-ACTION TO WS-EXC-ACTION.
047300     MOVE APT-ENTRY-DATE TO WS-EXC-ENTRY-DATE.
047400     MOVE APT-ENTRY-TIME TO WS-EXC-ENTRY-TIME.
047500     MOVE APT-ENTRY-SEQUENCE TO WS-EXC-ENTRY-SEQUENCE.
047600     MOVE APT-EMPLOYEE-NUMBER TO WS-EXC-EMPLOYEE-NUMBER.
047700     MOVE WS-REJECT-REASON TO WS-EXC-REASON.
047800     WRITE APPROVAL-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
047900 2500-EXIT.
048000     EXIT.
048100
048200*=============================================================
048300* 2850-WRITE-AUDIT-RECORD - STAMP AND WRITE ONE AUDIT RECORD
048400*                           WITH THE USER WHO ENTERED THE CHANGE
048500*                           AND THE USER WHO ACTED ON IT.
048600*=============================================================
048700 2850-WRITE-AUDIT-RECORD.
048800     MOVE PND-EMPLOYEE-NUMBER TO AUD-EMPLOYEE-NUMBER.
048900     MOVE PND-ENTERED-BY TO AUD-ENTERED-BY.
049000     MOVE WS-APPROVER-ID TO AUD-APPROVED-BY.
049100     MOVE PND-BANK-HELD-FLAG TO AUD-BANK-CHANGE-FLAG.
049200     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
049300     ACCEPT AUD-TIME FROM TIME.
049400     WRITE MAINTENANCE-AUDIT-RECORD.
049500 2850-EXIT.
049600     EXIT.
049700
049800*=============================================================
049900* 2900-READ-TRANSACTION - READ THE NEXT APPROVAL TRANSACTION.
050000*=============================================================
050100 2900-READ-TRANSACTION.
050200     READ APPROVAL-TRANSACTION-FILE
050300         AT END
050400             MOVE "Y" TO WS-EOF-SWITCH
050500             GO TO 2900-EXIT
050600     END-READ.
050700     ADD 1 TO WS-READ-COUNT.
050800 2900-EXIT.
050900     EXIT.
051000
051100*=============================================================
051200* 8000-TERMINATE - DISPLAY THE RUN COUNTS AND CLOSE THE FILES.
051300*=============================================================
051400 8000-TERMINATE.
051500     DISPLAY "CHGAPPR - READ: " WS-READ-COUNT
051600             " RELEASED: " WS-RELEASE-COUNT.
051700     DISPLAY "CHGAPPR - REJECTED: " WS-DISCARD-COUNT
051800             " REFUSED: " WS-REJECT-COUNT.
051900     CLOSE APPROVAL-TRANSACTION-FILE.
052000     CLOSE PENDING-CHANGE-FILE.
052100     CLOSE EMPLOYEE-MASTER-FILE.
052200     CLOSE MAINTENANCE-AUDIT-FILE.
052300     CLOSE APPROVAL-EXCEPTION-FILE.
052400     PERFORM 8900-LOG-RUN-END THRU 8900-EXIT.
052500 8000-EXIT.
052600     EXIT.
052700
052800*=============================================================
052900* 8900-LOG-RUN-END - WRITE THIS RUN'S END ROW TO THE SHARED RUN
053000*                    LOG AND CLOSE THE LOG.
053100*=============================================================
053200 8900-LOG-RUN-END.
053300     MOVE "E" TO RLG-RECORD-TYPE.
053400     MOVE "CHGAPPR" TO RLG-PROGRAM-ID.
053500     ACCEPT RLG-DATE FROM DATE YYYYMMDD.
053600     ACCEPT RLG-TIME FROM TIME.
053700     MOVE WS-READ-COUNT TO RLG-RECORDS-READ.
053800     COMPUTE RLG-RECORDS-WRITTEN =
053900         WS-RELEASE-COUNT + WS-DISCARD-COUNT.
054000     MOVE WS-REJECT-COUNT TO RLG-REJECT-COUNT.
054100     MOVE RETURN-CODE TO RLG-RETURN-CODE.
054200     MOVE ZEROS TO RLG-PERIOD-NUMBER.
054300     WRITE RUN-LOG-RECORD.
054400     CLOSE RUN-LOG-FILE.
054500 8900-EXIT.
054600     EXIT.
