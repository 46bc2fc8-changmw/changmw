       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL072P-IC-RECONCILIATION.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program reconciles the inter-company        ***
      ***  due-to/due-from balances before the consolidation run.   ***
      ***  It walks every company pair on the account pair table    ***
      ***  (GLICPTF, maintained by GL049P), takes each side's       ***
      ***  balance of its due account off GLMASTF as of the fiscal  ***
      ***  period entered, translates a foreign-books company's     ***
      ***  side into home currency at the GLRTPF closing rate for   ***
      ***  that period the way GL030P does (the run stops when a    ***
      ***  rate is missing), and prints the two sides of the pair   ***
      ***  side by side with the difference.  A pair whose sides    ***
      ***  do not cancel to within the tolerance on GLSYSPF         ***
      ***  (GLSP-IC-TOLERANCE, keyed through GL010P) is out of      ***
      ***  balance - under it print the posted lines of the year    ***
      ***  to date off the keyed history (GLT001X) on each side     ***
      ***  that find no equal and opposite line on the other side,  ***
      ***  which is where the difference lies.  When every pair     ***
      ***  agrees and the period is the one on GLSP-POSDATE, the    ***
      ***  run writes the 'IC' step to the close checklist          ***
      ***  (GLCLOSF) for all companies at once, so GL012P and       ***
      ***  GL058P see the inter-company balances are reconciled.    ***
      ***  A line's period is its fiscal period off GLFCALF when    ***
      ***  its company keeps a fiscal calendar.                     ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLRTPF, GLICPTF,           ***
      ***              GLMASTF, GLT001X, GLFCALF (ALL INPUT ONLY),  ***
      ***              GLCLOSF, GL072R (PRINT)                      ***
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
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLCO-CODE.
           SELECT GLRTPF    ASSIGN       TO RANDOM 'GLRTPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRM-KEY.
           SELECT GLICPTF   ASSIGN       TO RANDOM 'GLICPTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLIC-KEY.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLJRNLXF  ASSIGN       TO RANDOM 'GLT001X'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJX-KEY.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLCLOSF   ASSIGN       TO 'GLCLOSF'.
           SELECT GLIRLST   ASSIGN       TO PRINT 'GL072R'.
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
      *  Period exchange rate file
           COPY "GLRTPSL.DEF".
      *
      *  Inter-company account pair table
           COPY "GLICPTSL.DEF".
      *
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Posted history account index - keyed shadow of GLT001F
           COPY "GLJRNXSL.DEF".
      *
      *  Fiscal calendar file - maintained by GL088P
           COPY "GLFCALSL.DEF".
      *
      *  Period close-status file
           COPY "GLCLOSSL.DEF".
      *
       FD  GLIRLST
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
       01  WS-MAS-VALID           PIC X.
       01  WS-OFFSET              PIC 99.
       01  WS-INDEX               PIC 99.
       01  WS-SUB                 PIC 99.
       01  WS-PERIOD-MONTH        PIC 99.
       01  WS-MONTH-VALID         PIC X  VALUE "N".
       01  WS-ASK-PERIOD          PIC 9(4).
       01  WS-RATE-PERIOD.
           05  WS-RP-YY           PIC 99.
           05  WS-RP-MM           PIC 99.
       01  WS-MISSING-CURRENCY    PIC XXX.
       01  WS-MISSING-COMPANY     PIC XX.
       01  WS-COUNT-MISSING       PIC 99  VALUE 0.
       01  WS-CUR-PERIOD          PIC 9(4).
       01  WS-LINE-YYMM           PIC 9(4).
       01  WS-KEY                 PIC X.
      *
      *  Fiscal calendar lookup - WS-FC-COMPANY and WS-FC-DATE in;
      *      WS-FC-FOUND out as "Y" when the date's period is on
      *      GLFCALF, "N" when the company has no calendar and
      *      reports by month, "X" when the company has a calendar
      *      that does not cover the date.  WS-FC-PERIOD is the
      *      posting period (YYMM) the date is reported under.  The
      *      last period read is kept so a run of dates in the one
      *      period reads GLFCALF once.
      *
       01  WS-FC-COMPANY          PIC XX.
       01  WS-FC-DATE.
           05  WS-FC-DATE-YYMM    PIC 9(4).
           05  WS-FC-DATE-DD      PIC 99.
       01  WS-FC-DATE-N REDEFINES WS-FC-DATE
                                  PIC 9(6).
       01  WS-FC-FOUND            PIC X.
       01  WS-FC-PERIOD.
           05  WS-FC-YY           PIC 99.
           05  WS-FC-MM           PIC 99.
       01  WS-FC-PERIOD-N REDEFINES WS-FC-PERIOD
                                  PIC 9(4).
       01  WS-FC-START            PIC 9(6)   VALUE 0.
       01  WS-FC-END              PIC 9(6)   VALUE 0.
       01  WS-FC-LAST-COMPANY     PIC XX     VALUE HIGH-VALUES.
       01  WS-FC-LAST-FOUND       PIC X      VALUE SPACE.
       01  WS-FC-LAST-PERIOD      PIC 9(4)   VALUE 0.
      *
      *  Company attribute table - the foreign-books flag and the
      *      closing rate each company's due balance translates at
      *
       01  WS-CMP-SUB             PIC 99.
       01  WS-CMP-MAX             PIC 99  VALUE 0.
       01  WS-CMP-FOUND           PIC X.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY       OCCURS 20 TIMES.
               10  WS-CM-CODE     PIC XX.
               10  WS-CM-FOREIGN  PIC X.
               10  WS-CM-CURRENCY PIC XXX.
               10  WS-CM-CLOSE-RATE PIC 9(3)V9(4).
      *
      *  Account pair table - GLICPTF is loaded whole so the
      *      reverse record of each pair can be found without
      *      disturbing the pass through the file
      *
       01  WS-PR-SUB              PIC 9(3).
       01  WS-PR-REV              PIC 9(3).
       01  WS-PR-MAX              PIC 9(3)  VALUE 0.
       01  WS-PR-FOUND            PIC X.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY        OCCURS 200 TIMES.
               10  WS-PR-COMPANY  PIC XX.
               10  WS-PR-OTHER    PIC XX.
               10  WS-PR-ACCTNO   PIC 9(6).
               10  WS-PR-DEPT     PIC 9(3).
      *
      *  One side of the pair being reconciled - its due account,
      *      balance in its own currency and in home currency
      *
       01  WS-SIDE-COMPANY        PIC XX.
       01  WS-SIDE-ACCTNO         PIC 9(6).
       01  WS-SIDE-DEPT           PIC 9(3).
       01  WS-SIDE-LOCAL          PIC S9(9)V99.
       01  WS-SIDE-HOME           PIC S9(9)V99.
       01  WS-SIDE-RATE           PIC 9(3)V9(4).
       01  WS-SIDE-FOREIGN        PIC X.
       01  WS-SIDE-CURRENCY       PIC XXX.
       01  WS-SIDE-MISSING        PIC X.
       01  WS-HOME-A              PIC S9(9)V99.
       01  WS-HOME-B              PIC S9(9)V99.
       01  WS-DIFF                PIC S9(9)V99.
       01  WS-ABS-DIFF            PIC S9(9)V99.
       01  WS-PAIR-OK             PIC X.
      *
      *  Posted lines of each side's due account, year to date -
      *      a line on one side cancelled by an equal and opposite
      *      line on the other is marked matched
      *
       01  WS-LN-SIDE             PIC X.
       01  WS-LA-SUB              PIC 9(3).
       01  WS-LB-SUB              PIC 9(3).
       01  WS-LA-MAX              PIC 9(3).
       01  WS-LB-MAX              PIC 9(3).
       01  WS-LN-HOME             PIC S9(9)V99.
       01  WS-LN-OVERFLOW         PIC X.
       01  WS-LN-FOUND            PIC X.
       01  WS-LA-TABLE.
           05  WS-LA-ENTRY        OCCURS 300 TIMES.
               10  WS-LA-VOUCHERNO PIC X(6).
               10  WS-LA-DATE     PIC 9(6).
               10  WS-LA-PART     PIC X(30).
               10  WS-LA-AMOUNT   PIC S9(9)V99  COMP-3.
               10  WS-LA-MATCHED  PIC X.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY        OCCURS 300 TIMES.
               10  WS-LB-VOUCHERNO PIC X(6).
               10  WS-LB-DATE     PIC 9(6).
               10  WS-LB-PART     PIC X(30).
               10  WS-LB-AMOUNT   PIC S9(9)V99  COMP-3.
               10  WS-LB-MATCHED  PIC X.
      *
       01  WS-COUNT-PAIRS         PIC 9(5)  VALUE 0.
       01  WS-COUNT-AGREED        PIC 9(5)  VALUE 0.
       01  WS-COUNT-OUT           PIC 9(5)  VALUE 0.
       01  WS-COUNT-UNMATCHED     PIC 9(5).
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
           05  FILLER             PIC X(6)  VALUE "GL072R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "INTER-COMPANY BALANCE RECONCILIATION - PD ".
           05  WS-HEAD-PERIOD     PIC Z9.
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(17) VALUE "CO A/C NO./DPT".
           05  FILLER             PIC X(13) VALUE "HOME BALANCE".
           05  FILLER             PIC X(17) VALUE "CO A/C NO./DPT".
           05  FILLER             PIC X(13) VALUE "HOME BALANCE".
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "DIFFERENCE".
      *
       01  WS-PAIR-LINE.
           05  WS-PL-CO-A         PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-ACCT-A       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-PL-DEPT-A       PIC 9(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-HOME-A       PIC -(9)9.99.
           05  FILLER             PIC X(3)  VALUE " | ".
           05  WS-PL-CO-B         PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-ACCT-B       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-PL-DEPT-B       PIC 9(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-HOME-B       PIC -(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-DIFF         PIC -(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-NOTE         PIC X(8).
      *
      *  A foreign-books side shows its own-currency balance and
      *      the rate under the home figure
      *
       01  WS-LOCAL-PART.
           05  FILLER             PIC X(4)  VALUE "LCL ".
           05  WS-LP-CURRENCY     PIC XXX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-LP-AMOUNT       PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE "@".
           05  WS-LP-RATE         PIC ZZ9.9999.
      *
       01  WS-LOCAL-LINE.
           05  WS-LL-SIDE-A       PIC X(30).
           05  WS-LL-SIDE-B       PIC X(30).
      *
       01  WS-NOTE-LINE.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-NL-TEXT         PIC X(60).
      *
       01  WS-UNMATCHED-LINE.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-UL-COMPANY      PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-UL-VOUCHERNO    PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-UL-DATE         PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-UL-PART         PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-UL-AMOUNT       PIC -(9)9.99.
      *
       01  WS-COUNT-LINE.
           05  WS-CN-CAPTION      PIC X(32).
           05  WS-CN-COUNT        PIC Z(4)9.
      *
       01  WS-TOLERANCE-LINE.
           05  FILLER             PIC X(32) VALUE
               "TOLERANCE PER PAIR (HOME)     : ".
           05  WS-TO-AMOUNT       PIC Z(6)9.99.
      *
       01  WS-SECTION-LINE        PIC X(60).
      *
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-735 : COMPANY TABLE FULL - RAISE WS-CMP-ENTRY".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-736 : PAIR TABLE FULL - RAISE WS-PR-ENTRY".
       01  WS-ERR-MESS-3          PIC X(55)  VALUE
           "ERR-776 : NO PERIOD RATES FOR COMPANY/CURRENCY".
       01  WS-TABLE-OVERFLOW      PIC X  VALUE "N".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           MOVE GLSP-PYEAR  TO WS-CUR-PERIOD (1:2).
           MOVE GLSP-PMONTH TO WS-CUR-PERIOD (3:2).
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P010-ACPT-PERIOD UNTIL WS-MONTH-VALID = "Y".
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           PERFORM P100-LOAD-COMPANIES.
           IF WS-COUNT-MISSING > 0
               DISPLAY WS-ERR-MESS-3 LINE 23 BELL
               DISPLAY WS-MISSING-COMPANY LINE 23 POSITION 57
               DISPLAY WS-MISSING-CURRENCY LINE 23 POSITION 61
               DISPLAY "RECONCILIATION STOPPED - KEY THE PERIOD RATES"
                   LINE 24 POSITION 1
               PERFORM P990-DELAY
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P150-LOAD-PAIRS.
           OPEN INPUT  GLMASTF.
           OPEN INPUT  GLJRNLXF.
           OPEN INPUT  GLFCALF.
           OPEN OUTPUT GLIRLST.
           PERFORM P190-PRINT-HEADING.
           PERFORM P200-RECONCILE-PAIR
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-MAX.
           PERFORM P900-PRINT-SUMMARY.
           CLOSE GLIRLST.
           CLOSE GLFCALF.
           CLOSE GLJRNLXF.
           CLOSE GLMASTF.
           CLOSE GLSYSPF.
           DISPLAY "GL072R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-ACPT-PERIOD.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL072S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "INTER-COMPANY RECONCILIATION" LINE 3 POSITION 26.
           DISPLAY "PERIOD MONTH (01-12) : " LINE 9 POSITION 21.
           ACCEPT  WS-PERIOD-MONTH LINE 9 POSITION 45 NO BELL OFF.
           IF WS-PERIOD-MONTH NOT > 0 OR WS-PERIOD-MONTH > 12
               MOVE "N" TO WS-MONTH-VALID
               DISPLAY "INVALID MONTH - ENTER 01 THRU 12" LINE 24 BELL
           ELSE
               MOVE "Y" TO WS-MONTH-VALID
               COMPUTE WS-INDEX = WS-PERIOD-MONTH - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12
               END-IF
               PERFORM P011-SET-RATE-PERIOD
               MOVE WS-RATE-PERIOD TO WS-ASK-PERIOD
               MOVE WS-PERIOD-MONTH TO WS-HEAD-PERIOD.
      *
      *  The period asked is the month entered in the year that
      *      makes it the latest such month not after the open
      *      posting month, as in GL030P
      *
       P011-SET-RATE-PERIOD.
           MOVE WS-PERIOD-MONTH TO WS-RP-MM.
           MOVE GLSP-PYEAR TO WS-RP-YY.
           IF WS-PERIOD-MONTH > GLSP-PMONTH
               IF GLSP-PYEAR = 0
                   MOVE 99 TO WS-RP-YY
               ELSE
                   COMPUTE WS-RP-YY = GLSP-PYEAR - 1.
      *
      *  Each company's translation attributes - a foreign company
      *      with no closing rate for the period is counted, and
      *      the run stops once the companies are read, as in
      *      GL030P
      *
       P100-LOAD-COMPANIES.
           MOVE 0 TO WS-CMP-MAX.
           MOVE 0 TO WS-COUNT-MISSING.
           OPEN INPUT GLCOMPF.
           OPEN INPUT GLRTPF.
           MOVE "N" TO WS-EOF.
           PERFORM P110-READ-COMP.
           PERFORM P120-NOTE-COMPANY UNTIL WS-EOF = "Y".
           CLOSE GLRTPF.
           CLOSE GLCOMPF.
      *
       P110-READ-COMP.
           READ GLCOMPF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
       P120-NOTE-COMPANY.
           IF WS-CMP-MAX NOT < 20
               MOVE "Y" TO WS-TABLE-OVERFLOW
               DISPLAY WS-ERR-MESS-1 LINE 23 BELL
           ELSE
               ADD 1 TO WS-CMP-MAX
               MOVE GLCO-CODE TO WS-CM-CODE (WS-CMP-MAX)
               MOVE GLCO-FOREIGN-BOOKS TO WS-CM-FOREIGN (WS-CMP-MAX)
               MOVE GLCO-CURRENCY TO WS-CM-CURRENCY (WS-CMP-MAX)
               MOVE 1 TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
               IF GLCO-FOREIGN
                   MOVE GLCO-CURRENCY  TO GLRM-CURRENCY
                   MOVE WS-RATE-PERIOD TO GLRM-PERIOD
                   READ GLRTPF RECORD
                       INVALID KEY
                           PERFORM P125-NOTE-MISSING-RATE
                       NOT INVALID KEY
                           MOVE GLRM-CLOSE-RATE
                               TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
                   END-READ.
           PERFORM P110-READ-COMP.
      *
       P125-NOTE-MISSING-RATE.
           ADD 1 TO WS-COUNT-MISSING.
           IF WS-COUNT-MISSING = 1
               MOVE GLCO-CODE     TO WS-MISSING-COMPANY
               MOVE GLCO-CURRENCY TO WS-MISSING-CURRENCY.
      *
       P150-LOAD-PAIRS.
           MOVE 0 TO WS-PR-MAX.
           OPEN INPUT GLICPTF.
           MOVE "N" TO WS-EOF.
           PERFORM P160-READ-PAIR.
           PERFORM P170-NOTE-PAIR UNTIL WS-EOF = "Y".
           CLOSE GLICPTF.
      *
       P160-READ-PAIR.
           READ GLICPTF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
       P170-NOTE-PAIR.
           IF WS-PR-MAX NOT < 200
               MOVE "Y" TO WS-TABLE-OVERFLOW
               DISPLAY WS-ERR-MESS-2 LINE 23 BELL
           ELSE
               ADD 1 TO WS-PR-MAX
               MOVE GLIC-COMPANY       TO WS-PR-COMPANY (WS-PR-MAX)
               MOVE GLIC-OTHER-COMPANY TO WS-PR-OTHER (WS-PR-MAX)
               MOVE GLIC-DUE-ACCTNO    TO WS-PR-ACCTNO (WS-PR-MAX)
               MOVE GLIC-DUE-DEPT      TO WS-PR-DEPT (WS-PR-MAX).
           PERFORM P160-READ-PAIR.
      *
       P190-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
      *
      *  Each pair appears on GLICPTF twice, once from either
      *      company - it is reconciled once, from the record whose
      *      company sorts first, against its reverse record
      *
       P200-RECONCILE-PAIR.
           IF WS-PR-COMPANY (WS-PR-SUB) < WS-PR-OTHER (WS-PR-SUB)
               PERFORM P210-FIND-REVERSE
               ADD 1 TO WS-COUNT-PAIRS
               IF WS-PR-FOUND = "N"
                   PERFORM P220-REPORT-NO-REVERSE
               ELSE
                   PERFORM P300-COMPARE-SIDES.
      *
       P210-FIND-REVERSE.
           MOVE "N" TO WS-PR-FOUND.
           PERFORM P211-TEST-REVERSE VARYING WS-PR-REV FROM 1 BY 1
               UNTIL WS-PR-REV > WS-PR-MAX OR WS-PR-FOUND = "Y".
           IF WS-PR-FOUND = "Y"
               SUBTRACT 1 FROM WS-PR-REV.
      *
       P211-TEST-REVERSE.
           IF WS-PR-COMPANY (WS-PR-REV) = WS-PR-OTHER (WS-PR-SUB) AND
              WS-PR-OTHER (WS-PR-REV) = WS-PR-COMPANY (WS-PR-SUB)
               MOVE "Y" TO WS-PR-FOUND.
      *
      *  A one-sided pair cannot be reconciled at all - it counts
      *      against the checklist until GL049P completes it
      *
       P220-REPORT-NO-REVERSE.
           ADD 1 TO WS-COUNT-OUT.
           MOVE SPACES TO WS-NL-TEXT.
           STRING "PAIR " WS-PR-COMPANY (WS-PR-SUB) "/"
               WS-PR-OTHER (WS-PR-SUB)
               " HAS NO REVERSE RECORD ON GLICPTF"
               DELIMITED BY SIZE INTO WS-NL-TEXT.
           WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
      *
      *  The two due balances should cancel - a due-from on one
      *      side is the due-to on the other
      *
       P300-COMPARE-SIDES.
           MOVE "Y" TO WS-PAIR-OK.
           MOVE SPACES TO WS-LOCAL-LINE.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-SIDE-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-SUB)  TO WS-SIDE-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-SUB)    TO WS-SIDE-DEPT.
           PERFORM P310-GET-SIDE-BALANCE.
           MOVE WS-SIDE-HOME TO WS-HOME-A.
           MOVE WS-SIDE-COMPANY TO WS-PL-CO-A.
           MOVE WS-SIDE-ACCTNO  TO WS-PL-ACCT-A.
           MOVE WS-SIDE-DEPT    TO WS-PL-DEPT-A.
           MOVE WS-SIDE-HOME    TO WS-PL-HOME-A.
           IF WS-SIDE-FOREIGN = "F"
               PERFORM P330-FORMAT-LOCAL
               MOVE WS-LOCAL-PART TO WS-LL-SIDE-A.
           MOVE WS-PR-COMPANY (WS-PR-REV) TO WS-SIDE-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-REV)  TO WS-SIDE-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-REV)    TO WS-SIDE-DEPT.
           PERFORM P310-GET-SIDE-BALANCE.
           MOVE WS-SIDE-HOME TO WS-HOME-B.
           MOVE WS-SIDE-COMPANY TO WS-PL-CO-B.
           MOVE WS-SIDE-ACCTNO  TO WS-PL-ACCT-B.
           MOVE WS-SIDE-DEPT    TO WS-PL-DEPT-B.
           MOVE WS-SIDE-HOME    TO WS-PL-HOME-B.
           IF WS-SIDE-FOREIGN = "F"
               PERFORM P330-FORMAT-LOCAL
               MOVE WS-LOCAL-PART TO WS-LL-SIDE-B.
           COMPUTE WS-DIFF = WS-HOME-A + WS-HOME-B.
           MOVE WS-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF < 0
               COMPUTE WS-ABS-DIFF = WS-ABS-DIFF * -1.
           IF WS-ABS-DIFF > GLSP-IC-TOLERANCE
               MOVE "N" TO WS-PAIR-OK.
           MOVE WS-DIFF TO WS-PL-DIFF.
           IF WS-PAIR-OK = "Y"
               ADD 1 TO WS-COUNT-AGREED
               MOVE "AGREED" TO WS-PL-NOTE
           ELSE
               ADD 1 TO WS-COUNT-OUT
               MOVE "*DIFF*" TO WS-PL-NOTE.
           WRITE REPORT-LINE FROM WS-PAIR-LINE AFTER 1.
           IF WS-LOCAL-LINE NOT = SPACES
               WRITE REPORT-LINE FROM WS-LOCAL-LINE AFTER 1.
           IF WS-PAIR-OK = "N"
               PERFORM P400-LIST-UNMATCHED.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
      *
      *  Period-end balance of one side's due account - beginning
      *      balance plus the period buckets to the period asked,
      *      translated at the company's closing rate when it keeps
      *      foreign books.  A due account missing from GLMASTF is
      *      noted and the pair is taken as out of balance.
      *
       P310-GET-SIDE-BALANCE.
           MOVE 0 TO WS-SIDE-LOCAL.
           MOVE "N" TO WS-SIDE-FOREIGN.
           MOVE SPACES TO WS-SIDE-CURRENCY.
           MOVE 1 TO WS-SIDE-RATE.
           MOVE "N" TO WS-CMP-FOUND.
           PERFORM P315-FIND-COMPANY VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND = "Y".
           IF WS-CMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-CMP-SUB
               MOVE WS-CM-FOREIGN (WS-CMP-SUB) TO WS-SIDE-FOREIGN
               MOVE WS-CM-CURRENCY (WS-CMP-SUB) TO WS-SIDE-CURRENCY
               IF WS-SIDE-FOREIGN = "F"
                   MOVE WS-CM-CLOSE-RATE (WS-CMP-SUB) TO WS-SIDE-RATE.
           MOVE WS-SIDE-COMPANY TO GLMA-COMPANY.
           MOVE WS-SIDE-ACCTNO  TO GLMA-ACCTNO.
           MOVE WS-SIDE-DEPT    TO GLMA-DEPT.
           MOVE SPACE           TO GLMA-CURHIS.
           MOVE "Y" TO WS-MAS-VALID.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-MAS-VALID.
           IF WS-MAS-VALID = "Y"
               MOVE GLMA-BEGINBAL TO WS-SIDE-LOCAL
               PERFORM P320-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INDEX
           ELSE
               MOVE "N" TO WS-PAIR-OK
               MOVE SPACES TO WS-NL-TEXT
               STRING "DUE A/C " WS-SIDE-ACCTNO "/" WS-SIDE-DEPT
                   " NOT ON GLMASTF FOR COMPANY " WS-SIDE-COMPANY
                   DELIMITED BY SIZE INTO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
           IF WS-SIDE-FOREIGN = "F"
               COMPUTE WS-SIDE-HOME ROUNDED =
                   WS-SIDE-LOCAL * WS-SIDE-RATE
           ELSE
               MOVE WS-SIDE-LOCAL TO WS-SIDE-HOME.
      *
       P315-FIND-COMPANY.
           IF WS-CM-CODE (WS-CMP-SUB) = WS-SIDE-COMPANY
               MOVE "Y" TO WS-CMP-FOUND.
      *
       P320-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-SIDE-LOCAL.
      *
       P330-FORMAT-LOCAL.
           MOVE WS-SIDE-CURRENCY TO WS-LP-CURRENCY.
           MOVE WS-SIDE-LOCAL    TO WS-LP-AMOUNT.
           MOVE WS-SIDE-RATE     TO WS-LP-RATE.
      *
      *  An out-of-balance pair - both sides' posted lines for the
      *      year to date are loaded, every line cancelled by an
      *      equal and opposite line on the other side (in home
      *      currency, to within the tolerance) is set aside, and
      *      what is left on each side prints
      *
       P400-LIST-UNMATCHED.
           MOVE "N" TO WS-LN-OVERFLOW.
           MOVE "A" TO WS-LN-SIDE.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-SIDE-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-SUB)  TO WS-SIDE-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-SUB)    TO WS-SIDE-DEPT.
           PERFORM P410-LOAD-SIDE-LINES.
           MOVE "B" TO WS-LN-SIDE.
           MOVE WS-PR-COMPANY (WS-PR-REV) TO WS-SIDE-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-REV)  TO WS-SIDE-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-REV)    TO WS-SIDE-DEPT.
           PERFORM P410-LOAD-SIDE-LINES.
           PERFORM P450-MATCH-LINE VARYING WS-LA-SUB FROM 1 BY 1
               UNTIL WS-LA-SUB > WS-LA-MAX.
           MOVE 0 TO WS-COUNT-UNMATCHED.
           MOVE "UNMATCHED POSTED LINES, YEAR TO DATE :"
               TO WS-NL-TEXT.
           WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-UL-COMPANY.
           PERFORM P470-PRINT-UNMATCHED-A VARYING WS-LA-SUB
               FROM 1 BY 1 UNTIL WS-LA-SUB > WS-LA-MAX.
           MOVE WS-PR-COMPANY (WS-PR-REV) TO WS-UL-COMPANY.
           PERFORM P480-PRINT-UNMATCHED-B VARYING WS-LB-SUB
               FROM 1 BY 1 UNTIL WS-LB-SUB > WS-LB-MAX.
           IF WS-COUNT-UNMATCHED = 0
               MOVE "NONE - DIFFERENCE IS IN THE OPENING BALANCES"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
           IF WS-LN-OVERFLOW = "Y"
               MOVE "OVER 300 LINES ON ONE SIDE - LIST INCOMPLETE"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
      *  Side translation is re-found so each line is turned into
      *      home currency at the same closing rate as the balance
      *
       P410-LOAD-SIDE-LINES.
           MOVE 1 TO WS-SIDE-RATE.
           MOVE "N" TO WS-CMP-FOUND.
           PERFORM P315-FIND-COMPANY VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND = "Y".
           IF WS-CMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-CMP-SUB
               IF WS-CM-FOREIGN (WS-CMP-SUB) = "F"
                   MOVE WS-CM-CLOSE-RATE (WS-CMP-SUB) TO WS-SIDE-RATE.
           IF WS-LN-SIDE = "A"
               MOVE 0 TO WS-LA-MAX
           ELSE
               MOVE 0 TO WS-LB-MAX.
           MOVE WS-SIDE-COMPANY TO GLJX-COMPANY.
           MOVE WS-SIDE-ACCTNO  TO GLJX-ACCTNO.
           MOVE WS-SIDE-DEPT    TO GLJX-DEPT.
           MOVE 0 TO GLJX-VOUCHERDT GLJX-SEQNO.
           MOVE LOW-VALUES TO GLJX-VOUCHERNO.
           MOVE "N" TO WS-EOF.
           START GLJRNLXF KEY NOT < GLJX-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P420-READ-HIST.
           PERFORM P430-NOTE-HIST UNTIL WS-EOF = "Y".
      *
       P420-READ-HIST.
           IF WS-EOF = "N"
               READ GLJRNLXF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "N" AND
              (GLJX-COMPANY NOT = WS-SIDE-COMPANY OR
               GLJX-ACCTNO NOT = WS-SIDE-ACCTNO OR
               GLJX-DEPT NOT = WS-SIDE-DEPT)
               MOVE "Y" TO WS-EOF.
      *
       P430-NOTE-HIST.
           MOVE GLJX-COMPANY   TO WS-FC-COMPANY.
           MOVE GLJX-VOUCHERDT TO WS-FC-DATE-N.
           PERFORM P431-FIND-FISCAL-PERIOD.
           MOVE WS-FC-PERIOD-N TO WS-LINE-YYMM.
           IF GLJX-STATUS NOT = "V" AND WS-LINE-YYMM NOT > WS-ASK-PERIOD
               COMPUTE WS-LN-HOME ROUNDED = GLJX-AMOUNT * WS-SIDE-RATE
               IF WS-LN-SIDE = "A"
                   PERFORM P435-ADD-LINE-A
               ELSE
                   PERFORM P436-ADD-LINE-B.
           PERFORM P420-READ-HIST.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P431-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P432-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P432-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P432-READ-FISCAL-PERIOD.
           MOVE WS-FC-COMPANY TO WS-FC-LAST-COMPANY.
           MOVE "N" TO WS-FC-LAST-FOUND.
           MOVE WS-FC-COMPANY TO GLFC-COMPANY.
           MOVE WS-FC-DATE-N  TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "E" TO WS-FC-LAST-FOUND.
           IF WS-FC-LAST-FOUND = "N"
               READ GLFCALF NEXT RECORD AT END
                   MOVE "E" TO WS-FC-LAST-FOUND.
           IF WS-FC-LAST-FOUND = "N" AND
              GLFC-COMPANY = WS-FC-COMPANY AND
              GLFC-STARTDATE NOT > WS-FC-DATE-N
               MOVE "Y"             TO WS-FC-LAST-FOUND
               MOVE GLFC-STARTDATE  TO WS-FC-START
               MOVE GLFC-ENDDATE    TO WS-FC-END
               MOVE GLFC-POSTPERIOD TO WS-FC-LAST-PERIOD
           ELSE
               PERFORM P433-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P433-TEST-ANY-CALENDAR.
           MOVE "N" TO WS-FC-LAST-FOUND.
           MOVE WS-FC-COMPANY TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "E" TO WS-FC-LAST-FOUND.
           IF WS-FC-LAST-FOUND = "N"
               READ GLFCALF NEXT RECORD AT END
                   MOVE "E" TO WS-FC-LAST-FOUND.
           IF WS-FC-LAST-FOUND = "N" AND GLFC-COMPANY = WS-FC-COMPANY
               MOVE "X" TO WS-FC-LAST-FOUND
           ELSE
               MOVE "N" TO WS-FC-LAST-FOUND.
      *
       P435-ADD-LINE-A.
           IF WS-LA-MAX < 300
               ADD 1 TO WS-LA-MAX
               MOVE GLJX-VOUCHERNO  TO WS-LA-VOUCHERNO (WS-LA-MAX)
               MOVE GLJX-VOUCHERDT  TO WS-LA-DATE (WS-LA-MAX)
               MOVE GLJX-PARTICULAR TO WS-LA-PART (WS-LA-MAX)
               MOVE WS-LN-HOME      TO WS-LA-AMOUNT (WS-LA-MAX)
               MOVE "N"             TO WS-LA-MATCHED (WS-LA-MAX)
           ELSE
               MOVE "Y" TO WS-LN-OVERFLOW.
      *
       P436-ADD-LINE-B.
           IF WS-LB-MAX < 300
               ADD 1 TO WS-LB-MAX
               MOVE GLJX-VOUCHERNO  TO WS-LB-VOUCHERNO (WS-LB-MAX)
               MOVE GLJX-VOUCHERDT  TO WS-LB-DATE (WS-LB-MAX)
               MOVE GLJX-PARTICULAR TO WS-LB-PART (WS-LB-MAX)
               MOVE WS-LN-HOME      TO WS-LB-AMOUNT (WS-LB-MAX)
               MOVE "N"             TO WS-LB-MATCHED (WS-LB-MAX)
           ELSE
               MOVE "Y" TO WS-LN-OVERFLOW.
      *
       P450-MATCH-LINE.
           MOVE "N" TO WS-LN-FOUND.
           PERFORM P460-TEST-MATCH VARYING WS-LB-SUB FROM 1 BY 1
               UNTIL WS-LB-SUB > WS-LB-MAX OR WS-LN-FOUND = "Y".
      *
       P460-TEST-MATCH.
           IF WS-LB-MATCHED (WS-LB-SUB) = "N"
               COMPUTE WS-ABS-DIFF = WS-LA-AMOUNT (WS-LA-SUB) +
                   WS-LB-AMOUNT (WS-LB-SUB)
               IF WS-ABS-DIFF < 0
                   COMPUTE WS-ABS-DIFF = WS-ABS-DIFF * -1
               END-IF
               IF WS-ABS-DIFF NOT > GLSP-IC-TOLERANCE
                   MOVE "Y" TO WS-LN-FOUND
                   MOVE "Y" TO WS-LA-MATCHED (WS-LA-SUB)
                   MOVE "Y" TO WS-LB-MATCHED (WS-LB-SUB).
      *
       P470-PRINT-UNMATCHED-A.
           IF WS-LA-MATCHED (WS-LA-SUB) = "N"
               ADD 1 TO WS-COUNT-UNMATCHED
               MOVE WS-LA-VOUCHERNO (WS-LA-SUB) TO WS-UL-VOUCHERNO
               MOVE WS-LA-DATE (WS-LA-SUB)      TO WS-UL-DATE
               MOVE WS-LA-PART (WS-LA-SUB)      TO WS-UL-PART
               MOVE WS-LA-AMOUNT (WS-LA-SUB)    TO WS-UL-AMOUNT
               WRITE REPORT-LINE FROM WS-UNMATCHED-LINE AFTER 1.
      *
       P480-PRINT-UNMATCHED-B.
           IF WS-LB-MATCHED (WS-LB-SUB) = "N"
               ADD 1 TO WS-COUNT-UNMATCHED
               MOVE WS-LB-VOUCHERNO (WS-LB-SUB) TO WS-UL-VOUCHERNO
               MOVE WS-LB-DATE (WS-LB-SUB)      TO WS-UL-DATE
               MOVE WS-LB-PART (WS-LB-SUB)      TO WS-UL-PART
               MOVE WS-LB-AMOUNT (WS-LB-SUB)    TO WS-UL-AMOUNT
               WRITE REPORT-LINE FROM WS-UNMATCHED-LINE AFTER 1.
      *
      *  Pair counts - every pair agreed for the current posting
      *      period completes the 'IC' step on the close checklist
      *      for all companies at once
      *
       P900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "COMPANY PAIRS RECONCILED      : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-PAIRS TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "PAIRS AGREED                  : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-AGREED TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "PAIRS OUT OF BALANCE          : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-OUT TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE GLSP-IC-TOLERANCE TO WS-TO-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOLERANCE-LINE AFTER 1.
           IF WS-TABLE-OVERFLOW = "Y"
               MOVE "TABLE OVERFLOW - RECONCILIATION INCOMPLETE"
                   TO WS-SECTION-LINE
               WRITE REPORT-LINE FROM WS-SECTION-LINE AFTER 2
           ELSE
               IF WS-COUNT-OUT = 0 AND
                  WS-ASK-PERIOD = WS-CUR-PERIOD
                   MOVE "ALL PAIRS AGREED - IC STEP WRITTEN"
                       TO WS-SECTION-LINE
                   WRITE REPORT-LINE FROM WS-SECTION-LINE AFTER 2
                   PERFORM P950-WRITE-CLOSE-STEP.
      *
       P950-WRITE-CLOSE-STEP.
           OPEN EXTEND GLCLOSF.
           MOVE WS-CUR-PERIOD TO GLCL-PERIOD.
           MOVE SPACES TO GLCL-COMPANY.
           MOVE "IC" TO GLCL-STEP.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLCL-RUNDATE.
           MOVE WS-OPERATOR-ID TO GLCL-OPERATOR.
           MOVE SPACES TO GLCL-REASON.
           WRITE GLCL-RECORD.
           CLOSE GLCLOSF.
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
                   IF GLOA-PROGRAM = "GL072P" OR "*INQ" OR "*ALL"
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
           MOVE "GL072P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
