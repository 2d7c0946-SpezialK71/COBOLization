002499*                 HAVE MISPARSED EVERY RECORD, AND THE CONTROL
002500*                 TOTALS COULD NOT HAVE CAUGHT IT BECAUSE BOTH
002501*                 SIDES WOULD HAVE READ THE SAME WRONG FIELDS.
002503* 2026-10-15 TO   RECONVERT FROM THE 09-02 LAYOUT FOR THE PAY
002504*                 TYPE, HOURLY RATE AND BANK STATUS - THE
002505*                 OLD-RECORD LAYOUT STAYS THE ONE THE 09-02
002506*                 CUTOVER LOADED, ENDING AT THE TERMINATION
002507*                 DATE. EVERY CONVERTED EMPLOYEE STARTS SALARIED
002508*                 WITH A ZERO HOURLY RATE (HR MOVES HOURLY STAFF
002509*                 OVER THROUGH EMPMAINT), AND WITH BANK DETAILS
002510*                 VALID AND NO RETURN REASON.
002550
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200* THE OLD MASTER IS THE LIVE 09-02 FILE, WHICH CARRIES THE
003300* ALTERNATE INDEXES ON LAST NAME AND DEPARTMENT - THEY MUST BE
003400* DECLARED HERE OR THE OPEN FAILS WITH STATUS 39.
003500     SELECT OLD-EMPLOYEE-MASTER-FILE
005900 DATA DIVISION.
006000 FILE SECTION.
006100* OLD EMPLOYEE MASTER RECORD - THE SHARED LAYOUT AS IT STOOD
006200* BEFORE THE PAY TYPE, HOURLY RATE AND BANK STATUS WERE ADDED
006300* (THE LAYOUT THE 09-02 CUTOVER LOADED). KEPT INLINE HERE BECAUSE
006400* THIS PROGRAM IS THE ONLY ONE THAT WILL EVER READ IT AGAIN.
006500 FD  OLD-EMPLOYEE-MASTER-FILE.
006600 01  OLD-EMPLOYEE-RECORD.
007300     05  OEMP-HIRE-DATE              PIC 9(08).
007400     05  OEMP-YTD-GROSS              PIC 9(09)V9(02).
007500     05  OEMP-CURRENCY-CODE          PIC X(03).
007510     05  OEMP-BANK-ROUTING           PIC 9(09).
007520     05  OEMP-BANK-ACCOUNT           PIC X(17).
007530     05  OEMP-STATUS                 PIC X(01).
007540     05  OEMP-TERMINATION-DATE       PIC 9(08).
007600
007700* NEW EMPLOYEE MASTER RECORD - THE WIDENED SHARED LAYOUT.
007800 FD  NEW-EMPLOYEE-MASTER-FILE.
018900     MOVE OEMP-HIRE-DATE TO EMP-HIRE-DATE.
019000     MOVE OEMP-YTD-GROSS TO EMP-YTD-GROSS.
019100     MOVE OEMP-CURRENCY-CODE TO EMP-CURRENCY-CODE.
019110     MOVE OEMP-BANK-ROUTING TO EMP-BANK-ROUTING.
019120     MOVE OEMP-BANK-ACCOUNT TO EMP-BANK-ACCOUNT.
019130     MOVE OEMP-STATUS TO EMP-STATUS.
019140     MOVE OEMP-TERMINATION-DATE TO EMP-TERMINATION-DATE.
019150     MOVE "S" TO EMP-PAY-TYPE.
019160     MOVE ZEROS TO EMP-HOURLY-RATE.
019170     MOVE "V" TO EMP-BANK-STATUS.
019180     MOVE SPACES TO EMP-BANK-RETURN-REASON.
019200     WRITE EMPLOYEE-RECORD
019300         INVALID KEY
019400             DISPLAY "EMPCONV: NEW MASTER WRITE FAILED - "
