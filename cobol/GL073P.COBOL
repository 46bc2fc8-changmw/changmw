       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL073P-OVER-BUDGET-EXCEPTIONS.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the daily over-budget        ***
      ***  exception listing.  Every current expense account/       ***
      ***  department on GLMASTF is measured the way GL015P and     ***
      ***  GL014P measure a voucher line at entry - the budget is   ***
      ***  the year to date through the current posting period on   ***
      ***  GLSP-POSDATE, taken from the budget version the company  ***
      ***  names on GLCOMPF (GLBUDGF) or from GLMA-BUDGETAMT when   ***
      ***  it names none, and the usage is the actual to date plus  ***
      ***  every line still sitting unposted on GLJRNLF.  An        ***
      ***  account/department whose usage has reached the near-     ***
      ***  limit percentage on GLSYSPF (GLSP-BUDGET-NEAR-PCT,       ***
      ***  keyed through GL010P, zero taken as 90) is listed with   ***
      ***  its budget control flag and marked NEAR, or OVER once    ***
      ***  the usage passes the budget.  Spending against an        ***
      ***  account/department with no budget at all is OVER.        ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLBUDGF, GLJRNLF,          ***
      ***              GLMASTF (ALL INPUT ONLY), GL073R (PRINT)     ***
      ***                                                           ***
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  NCR-800.
       OBJECT-COMPUTER.  NCR-800.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSYSPF   ASSIGN       TO INPUT 'GLSYSPF'.
           SELECT GLOPERF   ASSIGN       TO RANDOM 'GLOPERF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOP-ID.
           SELECT GLOACCF   ASSIGN       TO RANDOM 'GLOACCF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOA-KEY.
           SELECT GLSECLF   ASSIGN       TO 'GLSECLF'.
           SELECT GLCOMPF   ASSIGN       TO RANDOM 'GLCOMPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCO-CODE.
           SELECT GLBUDGF   ASSIGN       TO RANDOM 'GLBUDGF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLBU-KEY.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLOBLST   ASSIGN       TO PRINT 'GL073R'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  System parameter file
           COPY "GLSYSPSL.DEF".
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
           COPY "GLCOMPSL.DEF".
      *
      *  Budget version file
           COPY "GLBUDGSL.DEF".
      *
      *  Journal file
           COPY "GLJRNLSL.DEF".
      *
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
       FD  GLOBLST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-OPERATOR-ID         PIC X(8).
       01  WS-OPER-PASSWD         PIC X(8).
       01  WS-OPER-VALID          PIC X.
       01  WS-SEC-DATE            PIC 9(6).
       01  WS-SEC-TIME            PIC 9(8).
       01  WS-SEC-ACTION          PIC X(10).
       01  WS-SEC-COMPANY         PIC XX    VALUE SPACES.
       01  WS-SEC-TARGET          PIC X(8)  VALUE SPACES.
       01  WS-OPER-MATRIX         PIC X     VALUE SPACE.
       01  WS-ACC-FOUND           PIC X.
       01  WS-LOCKOUT             PIC X.
       01  WS-PWD-EXPIRED         PIC X.
       01  WS-PWD-CHANGED         PIC X.
       01  WS-PWD-NEW             PIC X(8).
       01  WS-PWD-CONFIRM         PIC X(8).
       01  WS-PWD-AGE             PIC S9(7).
       01  WS-PWD-TODAY.
           05  WS-PT-YY           PIC 99.
           05  WS-PT-MM           PIC 99.
           05  WS-PT-DD           PIC 99.
       01  WS-PWD-SET.
           05  WS-PS-YY           PIC 99.
           05  WS-PS-MM           PIC 99.
           05  WS-PS-DD           PIC 99.
       01  WS-EOF                 PIC X.
       01  WS-KEY                 PIC X.
      *
      *  Budget measure of the account/department in hand
      *
       01  WS-CUR-PERIOD          PIC S99.
       01  WS-NEAR-PCT            PIC 9(3).
       01  WS-LAST-COMPANY        PIC XX    VALUE SPACES.
       01  WS-BUD-VERSION         PIC X(8).
       01  WS-BUD-VALID           PIC X.
       01  WS-BUD-SUB             PIC 99.
       01  WS-BUD-LIMIT           PIC S9(9)V99.
       01  WS-BUD-ACTUAL          PIC S9(9)V99.
       01  WS-BUD-PENDING         PIC S9(9)V99.
       01  WS-BUD-USED            PIC S9(9)V99.
       01  WS-BUD-PCT             PIC S9(5).
       01  WS-BUD-STATE           PIC X(4).
      *
      *  Unposted lines - GLJRNLF is read once and its pending
      *      lines netted by account/department, so the pass
      *      through the master finds each one's pending usage
      *
       01  WS-PND-SUB             PIC 9(3).
       01  WS-PND-MAX             PIC 9(3)  VALUE 0.
       01  WS-PND-FOUND           PIC X.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY       OCCURS 500 TIMES.
               10  WS-PN-COMPANY  PIC XX.
               10  WS-PN-ACCTNO   PIC 9(6).
               10  WS-PN-DEPT     PIC 9(3).
               10  WS-PN-AMOUNT   PIC S9(9)V99  COMP-3.
      *
       01  WS-COUNT-CHECKED       PIC 9(5)  VALUE 0.
       01  WS-COUNT-NEAR          PIC 9(5)  VALUE 0.
       01  WS-COUNT-OVER          PIC 9(5)  VALUE 0.
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-REPORT-DATE.
           05  WS-DAY             PIC 99/.
           05  WS-MONTH           PIC 99/.
           05  WS-YEAR            PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL073R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(16) VALUE SPACES.
           05  FILLER             PIC X(42) VALUE
               "OVER-BUDGET EXCEPTION LISTING - YTD TO PD ".
           05  WS-HEAD-PERIOD     PIC Z9.
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(15) VALUE "CO A/C NO./DPT".
           05  FILLER             PIC X(21) VALUE "DESCRIPTION".
           05  FILLER             PIC X(12) VALUE "  YTD BUDGET".
           05  FILLER             PIC X(12) VALUE "  ACT+UNPSTD".
           05  FILLER             PIC X(6)  VALUE " USED%".
           05  FILLER             PIC X(5)  VALUE "  CTL".
           05  FILLER             PIC X(7)  VALUE "  STATE".
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-COMPANY      PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-DL-DEPT         PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-DESC         PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-BUDGET       PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-USED         PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-PCT          PIC ZZZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-CTL          PIC X.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-STATE        PIC X(4).
      *
       01  WS-COUNT-LINE.
           05  WS-CN-CAPTION      PIC X(32).
           05  WS-CN-COUNT        PIC Z(4)9.
      *
       01  WS-NEAR-LINE.
           05  FILLER             PIC X(32) VALUE
               "NEAR-LIMIT PERCENTAGE         : ".
           05  WS-NR-PCT          PIC ZZ9.
      *
       01  WS-SECTION-LINE        PIC X(60).
      *
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-737 : PENDING TABLE FULL - RAISE WS-PND-ENTRY".
       01  WS-TABLE-OVERFLOW      PIC X  VALUE "N".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           PERFORM P010-SHOW-SCREEN.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           COMPUTE WS-CUR-PERIOD = GLSP-PMONTH - GLSP-STMONTH.
           IF WS-CUR-PERIOD NOT > 0
               ADD 12 TO WS-CUR-PERIOD.
           MOVE GLSP-PMONTH TO WS-HEAD-PERIOD.
           MOVE GLSP-BUDGET-NEAR-PCT TO WS-NEAR-PCT.
           IF WS-NEAR-PCT = 0
               MOVE 90 TO WS-NEAR-PCT.
           PERFORM P100-LOAD-PENDING.
           OPEN INPUT GLCOMPF.
           OPEN INPUT GLBUDGF.
           OPEN INPUT GLMASTF.
           OPEN OUTPUT GLOBLST.
           PERFORM P190-PRINT-HEADING.
           MOVE "N" TO WS-EOF.
           PERFORM P210-READ-MAST.
           PERFORM P200-CHECK-ACCOUNT UNTIL WS-EOF = "Y".
           PERFORM P900-PRINT-SUMMARY.
           CLOSE GLOBLST.
           CLOSE GLMASTF.
           CLOSE GLBUDGF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           DISPLAY "GL073R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL073S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "OVER-BUDGET EXCEPTION LISTING" LINE 3 POSITION 26.
      *
      *  Lines awaiting approval, approved, or archived with the
      *      master roll still to come - void, posted and returned
      *      lines no longer count against the budget
      *
       P100-LOAD-PENDING.
           MOVE 0 TO WS-PND-MAX.
           OPEN INPUT GLJRNLF.
           MOVE "N" TO WS-EOF.
           PERFORM P110-READ-GLJR.
           PERFORM P120-NOTE-PENDING UNTIL WS-EOF = "Y".
           CLOSE GLJRNLF.
      *
       P110-READ-GLJR.
           READ GLJRNLF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
       P120-NOTE-PENDING.
           IF GLJR-STATUS = SPACE OR GLJR-AWAITING OR GLJR-ARCHIVED
               PERFORM P130-ADD-PENDING.
           PERFORM P110-READ-GLJR.
      *
       P130-ADD-PENDING.
           MOVE "N" TO WS-PND-FOUND.
           PERFORM P140-MATCH-PENDING
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-MAX OR WS-PND-FOUND = "Y".
           IF WS-PND-FOUND = "Y"
               SUBTRACT 1 FROM WS-PND-SUB
               ADD GLJR-AMOUNT TO WS-PN-AMOUNT (WS-PND-SUB)
           ELSE
               IF WS-PND-MAX NOT < 500
                   IF WS-TABLE-OVERFLOW = "N"
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                       DISPLAY WS-ERR-MESS-1 LINE 23 BELL
                   END-IF
               ELSE
                   ADD 1 TO WS-PND-MAX
                   MOVE GLJR-COMPANY TO WS-PN-COMPANY (WS-PND-MAX)
                   MOVE GLJR-ACCTNO  TO WS-PN-ACCTNO (WS-PND-MAX)
                   MOVE GLJR-DEPT    TO WS-PN-DEPT (WS-PND-MAX)
                   MOVE GLJR-AMOUNT  TO WS-PN-AMOUNT (WS-PND-MAX).
      *
       P140-MATCH-PENDING.
           IF WS-PN-COMPANY (WS-PND-SUB) = GLJR-COMPANY AND
              WS-PN-ACCTNO (WS-PND-SUB)  = GLJR-ACCTNO  AND
              WS-PN-DEPT (WS-PND-SUB)    = GLJR-DEPT
               MOVE "Y" TO WS-PND-FOUND.
      *
       P190-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
      *
      *  Current expense records only - the master is in company
      *      order, so the company's budget version is looked up
      *      once at each change of company
      *
       P200-CHECK-ACCOUNT.
           IF GLMA-CURHIS = SPACE AND GLMA-TYPE-EXPENSE
               IF GLMA-COMPANY NOT = WS-LAST-COMPANY
                   PERFORM P220-FETCH-VERSION
               END-IF
               PERFORM P230-MEASURE-ACCOUNT
               IF WS-BUD-STATE NOT = SPACES
                   PERFORM P250-PRINT-ACCOUNT.
           PERFORM P210-READ-MAST.
      *
       P210-READ-MAST.
           READ GLMASTF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
       P220-FETCH-VERSION.
           MOVE GLMA-COMPANY TO WS-LAST-COMPANY.
           MOVE GLMA-COMPANY TO GLCO-CODE.
           READ GLCOMPF RECORD INVALID KEY
               MOVE SPACES TO GLCO-BUDGET-VERSION.
           MOVE GLCO-BUDGET-VERSION TO WS-BUD-VERSION.
      *
      *  Year-to-date budget against actual plus pending - the
      *      same measure the voucher entry check applies.  An
      *      account with neither budget nor usage is skipped.
      *
       P230-MEASURE-ACCOUNT.
           MOVE SPACES TO WS-BUD-STATE.
           MOVE 0 TO WS-BUD-LIMIT WS-BUD-ACTUAL WS-BUD-PENDING.
           IF WS-BUD-VERSION NOT = SPACES
               MOVE GLMA-COMPANY   TO GLBU-COMPANY
               MOVE GLMA-ACCTNO    TO GLBU-ACCTNO
               MOVE GLMA-DEPT      TO GLBU-DEPT
               MOVE WS-BUD-VERSION TO GLBU-VERSION
               MOVE "Y" TO WS-BUD-VALID
               READ GLBUDGF RECORD INVALID KEY
                   MOVE "N" TO WS-BUD-VALID.
           PERFORM P232-ADD-BUDGET-PERIOD
               VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > WS-CUR-PERIOD.
           PERFORM P234-ADD-ACTUAL-PERIOD
               VARYING WS-BUD-SUB FROM 1 BY 1
               UNTIL WS-BUD-SUB > 13.
           MOVE "N" TO WS-PND-FOUND.
           PERFORM P236-FIND-PENDING
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-MAX OR WS-PND-FOUND = "Y".
           IF WS-PND-FOUND = "Y"
               SUBTRACT 1 FROM WS-PND-SUB
               MOVE WS-PN-AMOUNT (WS-PND-SUB) TO WS-BUD-PENDING.
           COMPUTE WS-BUD-USED = WS-BUD-ACTUAL + WS-BUD-PENDING.
           IF WS-BUD-LIMIT NOT = 0 OR WS-BUD-USED NOT = 0
               ADD 1 TO WS-COUNT-CHECKED.
           IF WS-BUD-LIMIT > 0
               COMPUTE WS-BUD-PCT ROUNDED =
                   WS-BUD-USED * 100 / WS-BUD-LIMIT
               IF WS-BUD-USED > WS-BUD-LIMIT
                   MOVE "OVER" TO WS-BUD-STATE
               ELSE
                   IF WS-BUD-PCT NOT < WS-NEAR-PCT
                       MOVE "NEAR" TO WS-BUD-STATE
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO WS-BUD-PCT
               IF WS-BUD-USED > WS-BUD-LIMIT
                   MOVE "OVER" TO WS-BUD-STATE.
      *
       P232-ADD-BUDGET-PERIOD.
           IF WS-BUD-VERSION = SPACES
               ADD GLMA-BUDGETAMT (WS-BUD-SUB) TO WS-BUD-LIMIT
           ELSE
               IF WS-BUD-VALID = "Y"
                   ADD GLBU-AMOUNT (WS-BUD-SUB) TO WS-BUD-LIMIT.
      *
       P234-ADD-ACTUAL-PERIOD.
           ADD GLMA-PERIODAMT (WS-BUD-SUB) TO WS-BUD-ACTUAL.
      *
       P236-FIND-PENDING.
           IF WS-PN-COMPANY (WS-PND-SUB) = GLMA-COMPANY AND
              WS-PN-ACCTNO (WS-PND-SUB)  = GLMA-ACCTNO  AND
              WS-PN-DEPT (WS-PND-SUB)    = GLMA-DEPT
               MOVE "Y" TO WS-PND-FOUND.
      *
       P250-PRINT-ACCOUNT.
           IF WS-BUD-STATE = "OVER"
               ADD 1 TO WS-COUNT-OVER
           ELSE
               ADD 1 TO WS-COUNT-NEAR.
           MOVE GLMA-COMPANY     TO WS-DL-COMPANY.
           MOVE GLMA-ACCTNO      TO WS-DL-ACCTNO.
           MOVE GLMA-DEPT        TO WS-DL-DEPT.
           MOVE GLMA-DESCRIPTION TO WS-DL-DESC.
           MOVE WS-BUD-LIMIT     TO WS-DL-BUDGET.
           MOVE WS-BUD-USED      TO WS-DL-USED.
           MOVE WS-BUD-PCT       TO WS-DL-PCT.
           MOVE GLMA-BUDGET-CTL  TO WS-DL-CTL.
           MOVE WS-BUD-STATE     TO WS-DL-STATE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
      *
       P900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "ACCOUNT/DEPTS MEASURED        : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-CHECKED TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "NEAR THE LIMIT                : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-NEAR TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "OVER BUDGET                   : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-OVER TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE WS-NEAR-PCT TO WS-NR-PCT.
           WRITE REPORT-LINE FROM WS-NEAR-LINE AFTER 1.
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE "TABLE OVERFLOW - UNPOSTED USAGE INCOMPLETE"
                   TO WS-SECTION-LINE
               WRITE REPORT-LINE FROM WS-SECTION-LINE AFTER 2.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 1.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
           ACCEPT  WS-OPER-PASSWD LINE 9 POSITION 38
                   NO BELL TAB PROMPT SECURE.
           MOVE "N" TO WS-OPER-VALID.
           MOVE WS-OPERATOR-ID TO GLOP-ID.
           READ GLOPERF RECORD INVALID KEY
               MOVE "X" TO WS-OPER-VALID.
           IF WS-OPER-VALID = "N" AND
              GLOP-PASSWD = WS-OPER-PASSWD AND
              NOT GLOP-DISABLED AND
              GLOP-AUTHORITY NOT < 1
               MOVE "Y" TO WS-OPER-VALID.
           IF WS-OPER-VALID = "N"
               PERFORM P980-COUNT-FAILURE.
           IF WS-OPER-VALID = "Y"
               MOVE GLOP-ACCESS-CTL TO WS-OPER-MATRIX
               PERFORM P991-CHECK-PROG-ACCESS
               IF WS-ACC-FOUND NOT = "Y"
                   MOVE "A" TO WS-OPER-VALID.
           IF WS-OPER-VALID = "Y"
               PERFORM P981-CHECK-PASSWORD-AGE.
           IF WS-OPER-VALID = "Y"
               MOVE "SIGNON" TO WS-SEC-ACTION
           ELSE
               IF WS-OPER-VALID = "A"
                   MOVE "NO ACCESS" TO WS-SEC-ACTION
               ELSE
                   IF WS-OPER-VALID = "P"
                       MOVE "PWD EXPIRD" TO WS-SEC-ACTION
                   ELSE
                       MOVE "REFUSED" TO WS-SEC-ACTION.
           PERFORM P995-WRITE-SECURITY.
           CLOSE GLOPERF.
      *
      *  Lockout - a wrong password for a live operator counts
      *      against GLOP-FAIL-COUNT.  When the count reaches
      *      GLSP-PWD-MAX-FAILS the operator is locked out (status
      *      'L') until a level 5 operator unlocks it in GL037P
      *
       P980-COUNT-FAILURE.
           MOVE "N" TO WS-LOCKOUT.
           IF GLOP-PASSWD NOT = WS-OPER-PASSWD AND NOT GLOP-DISABLED
               ADD 1 TO GLOP-FAIL-COUNT
               MOVE "C" TO WS-LOCKOUT.
           IF WS-LOCKOUT = "C" AND GLSP-PWD-MAX-FAILS > 0 AND
              GLOP-FAIL-COUNT NOT < GLSP-PWD-MAX-FAILS
               MOVE "L" TO GLOP-STATUS
               MOVE "Y" TO WS-LOCKOUT.
           IF WS-LOCKOUT NOT = "N"
               REWRITE GLOP-RECORD.
           IF WS-LOCKOUT = "Y"
               DISPLAY "ERR-754 : TOO MANY WRONG PASSWORDS - LOCKED OUT"
                   LINE 22 POSITION 1 BELL
               MOVE "LOCKED" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY.
      *
      *  Password ageing - a good sign-on clears the failure count.
      *      A password older than GLSP-PWD-MAX-DAYS, or set for the
      *      operator in GL037P (date zero), must be changed before
      *      the sign-on completes; a blank new password abandons
      *      the sign-on
      *
       P981-CHECK-PASSWORD-AGE.
           IF GLOP-FAIL-COUNT NOT = 0
               MOVE 0 TO GLOP-FAIL-COUNT
               REWRITE GLOP-RECORD.
           ACCEPT WS-PWD-TODAY FROM DATE.
           MOVE "N" TO WS-PWD-EXPIRED.
           IF GLOP-PWD-DATE = 0
               MOVE "Y" TO WS-PWD-EXPIRED
           ELSE
               IF GLSP-PWD-MAX-DAYS > 0
                   MOVE GLOP-PWD-DATE TO WS-PWD-SET
                   COMPUTE WS-PWD-AGE =
                       WS-PT-YY * 365 + WS-PT-MM * 30 + WS-PT-DD -
                       WS-PS-YY * 365 - WS-PS-MM * 30 - WS-PS-DD
                   IF WS-PWD-AGE > GLSP-PWD-MAX-DAYS
                       MOVE "Y" TO WS-PWD-EXPIRED.
           IF WS-PWD-EXPIRED = "Y"
               DISPLAY "PASSWORD EXPIRED - ENTER A NEW ONE"
                   LINE 11 POSITION 21
               MOVE "N" TO WS-PWD-CHANGED
               PERFORM P982-ACPT-NEW-PASSWORD
                   UNTIL WS-PWD-CHANGED NOT = "N"
               DISPLAY SPACE LINE 11 POSITION 1 ERASE EOS
               IF WS-PWD-CHANGED NOT = "Y"
                   MOVE "P" TO WS-OPER-VALID.
      *
      *  The new password must be keyed twice alike and may not
      *      repeat the current one or the last four held in
      *      GLOP-PWD-HISTORY
      *
       P982-ACPT-NEW-PASSWORD.
           DISPLAY "NEW PASSWORD   :" LINE 12 POSITION 21.
           ACCEPT  WS-PWD-NEW LINE 12 POSITION 38
                   NO BELL TAB PROMPT SECURE.
           MOVE "Y" TO WS-PWD-CHANGED.
           IF WS-PWD-NEW = SPACES
               MOVE "X" TO WS-PWD-CHANGED.
           IF WS-PWD-CHANGED = "Y"
               DISPLAY "CONFIRM        :" LINE 13 POSITION 21
               ACCEPT  WS-PWD-CONFIRM LINE 13 POSITION 38
                       NO BELL TAB PROMPT SECURE
               IF WS-PWD-CONFIRM NOT = WS-PWD-NEW
                   MOVE "N" TO WS-PWD-CHANGED
                   DISPLAY "ERR-755 : PASSWORDS DO NOT MATCH"
                       LINE 24 BELL.
           IF WS-PWD-CHANGED = "Y"
               IF WS-PWD-NEW = GLOP-PASSWD OR GLOP-OLD-PASSWD (1) OR
                  GLOP-OLD-PASSWD (2) OR GLOP-OLD-PASSWD (3) OR
                  GLOP-OLD-PASSWD (4)
                   MOVE "N" TO WS-PWD-CHANGED
                   DISPLAY "ERR-756 : PASSWORD USED RECENTLY"
                       LINE 24 BELL.
           IF WS-PWD-CHANGED = "Y"
               MOVE GLOP-OLD-PASSWD (3) TO GLOP-OLD-PASSWD (4)
               MOVE GLOP-OLD-PASSWD (2) TO GLOP-OLD-PASSWD (3)
               MOVE GLOP-OLD-PASSWD (1) TO GLOP-OLD-PASSWD (2)
               MOVE GLOP-PASSWD TO GLOP-OLD-PASSWD (1)
               MOVE WS-PWD-NEW TO GLOP-PASSWD
               MOVE WS-PWD-TODAY TO GLOP-PWD-DATE
               REWRITE GLOP-RECORD
               MOVE "PWD CHANGE" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY.
      *
      *  Access matrix - an operator held to the matrix (GLOACCF)
      *      signs on only when a grant for some company covers
      *      this program, by its own id, its group or *ALL
      *
       P991-CHECK-PROG-ACCESS.
           MOVE "Y" TO WS-ACC-FOUND.
           IF WS-OPER-MATRIX = "M"
               OPEN INPUT GLOACCF
               MOVE "N" TO WS-ACC-FOUND
               MOVE WS-OPERATOR-ID TO GLOA-OPERATOR
               MOVE LOW-VALUES TO GLOA-COMPANY GLOA-PROGRAM
               START GLOACCF KEY NOT < GLOA-KEY INVALID KEY
                   MOVE "E" TO WS-ACC-FOUND.
           IF WS-OPER-MATRIX = "M"
               PERFORM P992-NEXT-GRANT UNTIL WS-ACC-FOUND NOT = "N"
               CLOSE GLOACCF.
      *
       P992-NEXT-GRANT.
           READ GLOACCF NEXT RECORD
               AT END MOVE "E" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               IF GLOA-OPERATOR NOT = WS-OPERATOR-ID
                   MOVE "E" TO WS-ACC-FOUND
               ELSE
                   IF GLOA-PROGRAM = "GL073P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
      *
       P995-WRITE-SECURITY.
           OPEN EXTEND GLSECLF.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-DATE TO GLSE-DATE.
           MOVE WS-SEC-TIME (1:6) TO GLSE-TIME.
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL073P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
