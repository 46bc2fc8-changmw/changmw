       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL092P-IC-LOAN-INTEREST.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program is the month-end inter-company      ***
      ***  loan interest run.  Every company pair on the account    ***
      ***  pair table (GLICPTF) carrying an interest basis is       ***
      ***  charged interest for the open posting period on the      ***
      ***  balance of its due-to/due-from account - the average of  ***
      ***  the opening and closing balance for the period, or the   ***
      ***  closing balance, as GL049P has it set for the pair.      ***
      ***  The calculation is made once per pair, from the record   ***
      ***  whose company sorts first : a debit balance there means  ***
      ***  that company is the lender.  Interest is the balance     ***
      ***  times the annual rate times the days in the period over  ***
      ***  the days in the year of the basis (actual/365,           ***
      ***  actual/360 or 30/360) - the days in the period are the   ***
      ***  calendar month's, or the weeks of a fiscal calendar      ***
      ***  period generated from a week pattern.  The run writes a  ***
      ***  two-line voucher in each company's ledger, already       ***
      ***  approved, to GLJRNLF for the normal GL018P posting run : ***
      ***  the lender debits its due account and credits its        ***
      ***  interest income, the borrower debits its interest        ***
      ***  expense and credits its due account, so the interest     ***
      ***  receivable and payable stay inside the elimination       ***
      ***  accounts and the pair still reconciles in GL072P.  When  ***
      ***  the two companies keep books in different currencies     ***
      ***  the second side is translated through home currency at   ***
      ***  the GLRTPF closing rates for the period; a pair whose    ***
      ***  foreign-books company has no rate for the period is held ***
      ***  back with a note rather than charged one-for-one, and    ***
      ***  keeps the 'LI' step back.  Each pair charged has the     ***
      ***  period set on both its records, so a re-run charges      ***
      ***  only the pairs not yet done.  Every pair prints on the   ***
      ***  calculation register (GL092R); when no pair is left      ***
      ***  uncharged the 'LI' step goes to the close checklist      ***
      ***  (GLCLOSF) for all companies at once.                     ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLRTPF, GLMASTF, GLFCALF   ***
      ***              (ALL INPUT ONLY), GLICPTF, GLJRNLF, GLCLOSF, ***
      ***              GL092R (PRINT)                               ***
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
           SELECT GLSYSPF   ASSIGN       TO RANDOM 'GLSYSPF'.
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
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLIC-KEY.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLVLOKF   ASSIGN       TO RANDOM 'GLVLOKF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLVL-VOUCHERNO.
           SELECT GLCLOSF   ASSIGN       TO 'GLCLOSF'.
           SELECT GLLIRLST  ASSIGN       TO PRINT 'GL092R'.
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
      *  Fiscal calendar file - maintained by GL088P
           COPY "GLFCALSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Voucher in-use lock file - doubles as the counter latch
           COPY "GLVLOKSL.DEF".
      *
      *  Period close-status file
           COPY "GLCLOSSL.DEF".
      *
       FD  GLLIRLST
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
       01  WS-LATCH-OK            PIC X.
       01  WS-LATCH-TRIES         PIC 9(3).
       01  WS-LATCH-BREAK         PIC X.
       01  WS-EOF                 PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-OPTION              PIC X.
           88  VALID-OPTION       VALUE 'Y' 'N'.
       01  WS-OFFSET              PIC 99.
       01  WS-INDEX               PIC 99.
       01  WS-SUB                 PIC 99.
       01  WS-CUR-PERIOD          PIC 9(4).
       01  WS-RESV-VOUCHER        PIC 9(6).
       01  WS-RESV-SEQNO          PIC 9(6).
       01  WS-RESV-VCH-COUNT      PIC 9(4).
       01  WS-RESV-SEQ-COUNT      PIC 9(4).
       01  WS-VOUCHERDT           PIC 9(6).
       01  WS-SYSDATE             PIC 9(6).
      *
      *  Company attribute table - the foreign-books flag and the
      *      closing rate each company's side translates at, as in
      *      GL072P
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
               10  WS-CM-RATE-FOUND PIC X.
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
               10  WS-PR-RATE     PIC 9(3)V9(4).
               10  WS-PR-BASIS    PIC X.
               10  WS-PR-BALANCE  PIC X.
               10  WS-PR-INC-ACCTNO PIC 9(6).
               10  WS-PR-EXP-ACCTNO PIC 9(6).
               10  WS-PR-INT-DEPT PIC 9(3).
               10  WS-PR-LAST-PERIOD PIC 9(4).
      *
      *  The pair being charged - the first company's balance and
      *      the interest on it, and the second company's side
      *
       01  WS-PAIR-OK             PIC X.
       01  WS-CHK-COMPANY         PIC XX.
       01  WS-CHK-ACCTNO          PIC 9(6).
       01  WS-CHK-DEPT            PIC 9(3).
       01  WS-CHK-DUE             PIC X.
       01  WS-OPEN-BAL            PIC S9(9)V99.
       01  WS-CLOSE-BAL           PIC S9(9)V99.
       01  WS-INT-BAL             PIC S9(9)V99.
       01  WS-ABS-BAL             PIC S9(9)V99.
       01  WS-LEAD-LENDS          PIC X.
       01  WS-PERIOD-DAYS         PIC 9(3).
       01  WS-YEAR-DAYS           PIC 9(3).
       01  WS-INT-LEAD            PIC S9(9)V99.
       01  WS-INT-HOME            PIC S9(9)V99.
       01  WS-INT-OTHER           PIC S9(9)V99.
       01  WS-RATE-LEAD           PIC 9(3)V9(4).
       01  WS-RATE-OTHER          PIC 9(3)V9(4).
       01  WS-RATE-FOUND          PIC X.
       01  WS-RATE-CURRENCY       PIC XXX.
       01  WS-VCH-LEAD            PIC 9(6).
       01  WS-VCH-OTHER           PIC 9(6).
       01  WS-LINE-COMPANY        PIC XX.
       01  WS-LINE-DOCNO          PIC 9(6).
      *
      *  Days in the period - the calendar month (February of a
      *      year divisible by four has 29), or the weeks of the
      *      first company's fiscal calendar period when it was
      *      generated from a week pattern
      *
       01  WS-MONTH-DAYS-VALUES   PIC X(24)  VALUE
           "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS      PIC 99     OCCURS 12 TIMES.
       01  WS-LEAP-QUOT           PIC 99.
       01  WS-LEAP-REM            PIC 9.
       01  WS-FP-EOF              PIC X.
      *
       01  WS-COUNT-PAIRS         PIC 9(5)  VALUE 0.
       01  WS-COUNT-DUE           PIC 9(5)  VALUE 0.
       01  WS-COUNT-CHARGED       PIC 9(5)  VALUE 0.
       01  WS-COUNT-DONE          PIC 9(5)  VALUE 0.
       01  WS-COUNT-NIL           PIC 9(5)  VALUE 0.
       01  WS-COUNT-SKIPPED       PIC 9(5)  VALUE 0.
       01  WS-COUNT-VOUCHERS      PIC 9(5)  VALUE 0.
       01  WS-EDIT-COUNT          PIC Z(4)9.
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-SCREEN-DATE.
           05  WS-DAY             PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-MONTH           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-YEAR            PIC 99.
       01  WS-SCREEN-PERIOD.
           05  WS-SP-MM           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-SP-YY           PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL092R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(42) VALUE
               "INTER-COMPANY LOAN INTEREST - PERIOD ".
           05  WS-HEAD-PERIOD     PIC X(5).
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(6)  VALUE "PAIR".
           05  FILLER             PIC X(11) VALUE "DUE A/C".
           05  FILLER             PIC X(14) VALUE "      BALANCE".
           05  FILLER             PIC X(4)  VALUE "ON".
           05  FILLER             PIC X(8)  VALUE "BASIS".
           05  FILLER             PIC X(9)  VALUE "  RATE %".
           05  FILLER             PIC X(4)  VALUE "DAY".
           05  FILLER             PIC X(13) VALUE "    INTEREST".
      *
       01  WS-PAIR-LINE.
           05  WS-PL-CO-A         PIC XX.
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-PL-CO-B         PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-ACCT         PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-PL-DEPT         PIC 9(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-BALANCE      PIC -(9)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-ON           PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-BASIS        PIC X(7).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-RATE         PIC ZZ9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-DAYS         PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-INTEREST     PIC Z(8)9.99.
      *
      *  What each company's voucher does with the interest
      *
       01  WS-SIDE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-SL-CO-A         PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-SL-ACTION-A     PIC X(8).
           05  WS-SL-AMOUNT-A     PIC Z(8)9.99.
           05  FILLER             PIC X(5)  VALUE " VCH ".
           05  WS-SL-VCH-A        PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SL-CO-B         PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-SL-ACTION-B     PIC X(8).
           05  WS-SL-AMOUNT-B     PIC Z(8)9.99.
           05  FILLER             PIC X(5)  VALUE " VCH ".
           05  WS-SL-VCH-B        PIC 9(6).
      *
       01  WS-NOTE-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-NL-TEXT         PIC X(60).
      *
       01  WS-COUNT-LINE.
           05  WS-CN-CAPTION      PIC X(32).
           05  WS-CN-COUNT        PIC Z(4)9.
      *
       01  WS-SECTION-LINE        PIC X(60).
      *
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-735 : COMPANY TABLE FULL - RAISE WS-CMP-ENTRY".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-736 : PAIR TABLE FULL - RAISE WS-PR-ENTRY".
       01  WS-TABLE-OVERFLOW      PIC X  VALUE "N".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           MOVE GLSP-PYEAR  TO WS-CUR-PERIOD (1:2).
           MOVE GLSP-PMONTH TO WS-CUR-PERIOD (3:2).
           COMPUTE WS-INDEX = GLSP-PMONTH - WS-OFFSET.
           IF WS-INDEX NOT > 0
               COMPUTE WS-INDEX = WS-INDEX + 12.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P100-LOAD-COMPANIES.
           PERFORM P150-LOAD-PAIRS.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "INTEREST RUN STOPPED - PRESS ANY KEY ..."
                   LINE 24 POSITION 21
               ACCEPT WS-OPTION LINE 24 POSITION 79 NO BELL OFF
               CLOSE GLSYSPF
               STOP RUN.
           MOVE SPACE TO WS-OPTION.
           PERFORM P020-CONFIRM UNTIL VALID-OPTION.
           IF WS-OPTION = "Y"
               PERFORM P030-RUN-INTEREST
               MOVE "RUN" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               PERFORM P900-SHOW-RESULTS.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           MOVE GLSP-PMONTH TO WS-SP-MM.
           MOVE GLSP-PYEAR  TO WS-SP-YY.
           DISPLAY "GL092S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "INTER-COMPANY LOAN INTEREST" LINE 3 POSITION 27.
      *
       P020-CONFIRM.
           DISPLAY "POSTING PERIOD          : " LINE 9 POSITION 21.
           DISPLAY WS-SCREEN-PERIOD LINE 9 POSITION 47.
           MOVE WS-COUNT-PAIRS TO WS-EDIT-COUNT.
           DISPLAY "PAIRS BEARING INTEREST  : " LINE 10 POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 10 POSITION 47.
           MOVE WS-COUNT-DUE TO WS-EDIT-COUNT.
           DISPLAY "NOT YET CHARGED         : " LINE 11 POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 11 POSITION 47.
           DISPLAY "THIS RUN CHARGES THE PERIOD'S INTEREST ON EACH"
               LINE 13 POSITION 17.
           DISPLAY "PAIR NOT YET CHARGED AND WRITES A VOUCHER IN"
               LINE 14 POSITION 17.
           DISPLAY "BOTH COMPANIES TO GLJRNLF FOR GL018P TO POST."
               LINE 15 POSITION 17.
           DISPLAY "DO YOU WANT TO CONTINUE ? (Y/N)"
               LINE 17 POSITION 21.
           ACCEPT WS-OPTION LINE 17 POSITION 53 TAB NO BELL.
      *
       P030-RUN-INTEREST.
           DISPLAY "INTEREST RUN IN PROGRESS ..." LINE 24 POSITION 26.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE GLSP-POSDATE TO WS-VOUCHERDT.
           IF WS-COUNT-DUE > 0
               PERFORM P025-RESERVE-NUMBERS.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           MOVE WS-SCREEN-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           MOVE WS-SCREEN-PERIOD TO WS-HEAD-PERIOD.
           OPEN I-O    GLICPTF.
           OPEN INPUT  GLMASTF.
           OPEN INPUT  GLFCALF.
           OPEN I-O    GLJRNLF.
           OPEN OUTPUT GLLIRLST.
           PERFORM P190-PRINT-HEADING.
           PERFORM P200-CHARGE-PAIR
               VARYING WS-PR-SUB FROM 1 BY 1
               UNTIL WS-PR-SUB > WS-PR-MAX.
           PERFORM P800-PRINT-SUMMARY.
           CLOSE GLLIRLST.
           CLOSE GLJRNLF.
           CLOSE GLFCALF.
           CLOSE GLMASTF.
           CLOSE GLICPTF.
           IF WS-COUNT-SKIPPED = 0
               PERFORM P008-WRITE-CLOSE-STEP.
      *
      *  A block of voucher and sequence numbers is reserved up
      *      front under the counter latch, as in GL043P - two
      *      vouchers of two lines for every pair still to be
      *      charged.  Numbers a pair does not use stay gaps.
      *
       P025-RESERVE-NUMBERS.
           COMPUTE WS-RESV-VCH-COUNT = WS-COUNT-DUE * 2.
           COMPUTE WS-RESV-SEQ-COUNT = WS-COUNT-DUE * 4.
           PERFORM P975-TAKE-LATCH.
           CLOSE GLSYSPF.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-NEXT-VOUCHERNO TO WS-RESV-VOUCHER.
           MOVE GLSP-NEXT-SEQNO     TO WS-RESV-SEQNO.
           ADD WS-RESV-VCH-COUNT TO GLSP-NEXT-VOUCHERNO.
           ADD WS-RESV-SEQ-COUNT TO GLSP-NEXT-SEQNO.
           REWRITE GLSP-RECORD.
           PERFORM P977-FREE-LATCH.
           MOVE WS-RESV-VOUCHER TO GLSP-NEXT-VOUCHERNO.
           MOVE WS-RESV-SEQNO   TO GLSP-NEXT-SEQNO.
      *
      *  Each company's translation attributes - a foreign company
      *      translates at the GLRTPF closing rate for the open
      *      posting period, and one with no rate for it is marked
      *      so its pairs are held back
      *
       P100-LOAD-COMPANIES.
           MOVE 0 TO WS-CMP-MAX.
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
               MOVE SPACES TO WS-CM-CURRENCY (WS-CMP-MAX)
               MOVE 1 TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
               MOVE "Y" TO WS-CM-RATE-FOUND (WS-CMP-MAX)
               IF GLCO-FOREIGN
                   MOVE GLCO-CURRENCY TO WS-CM-CURRENCY (WS-CMP-MAX)
                   MOVE GLCO-CURRENCY TO GLRM-CURRENCY
                   MOVE WS-CUR-PERIOD TO GLRM-PERIOD
                   READ GLRTPF RECORD
                       INVALID KEY
                           MOVE 0 TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
                           MOVE "N" TO WS-CM-RATE-FOUND (WS-CMP-MAX)
                       NOT INVALID KEY
                           MOVE GLRM-CLOSE-RATE
                               TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
                   END-READ.
           PERFORM P110-READ-COMP.
      *
      *  The pairs bearing interest are counted as they load - one
      *      per pair, on the record whose company sorts first -
      *      with those not yet charged for the period
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
               MOVE GLIC-DUE-DEPT      TO WS-PR-DEPT (WS-PR-MAX)
               MOVE GLIC-INT-RATE      TO WS-PR-RATE (WS-PR-MAX)
               MOVE GLIC-INT-BASIS     TO WS-PR-BASIS (WS-PR-MAX)
               MOVE GLIC-INT-BALANCE   TO WS-PR-BALANCE (WS-PR-MAX)
               MOVE GLIC-INT-INC-ACCTNO
                   TO WS-PR-INC-ACCTNO (WS-PR-MAX)
               MOVE GLIC-INT-EXP-ACCTNO
                   TO WS-PR-EXP-ACCTNO (WS-PR-MAX)
               MOVE GLIC-INT-DEPT      TO WS-PR-INT-DEPT (WS-PR-MAX)
               MOVE GLIC-INT-LAST-PERIOD
                   TO WS-PR-LAST-PERIOD (WS-PR-MAX)
               IF GLIC-COMPANY < GLIC-OTHER-COMPANY AND
                  NOT GLIC-INT-NONE
                   ADD 1 TO WS-COUNT-PAIRS
                   IF GLIC-INT-LAST-PERIOD NOT = WS-CUR-PERIOD
                       ADD 1 TO WS-COUNT-DUE.
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
      *      company - it is charged once, from the record whose
      *      company sorts first, with its reverse record giving
      *      the second company's accounts
      *
       P200-CHARGE-PAIR.
           IF WS-PR-COMPANY (WS-PR-SUB) < WS-PR-OTHER (WS-PR-SUB) AND
              WS-PR-BASIS (WS-PR-SUB) NOT = SPACE
               IF WS-PR-LAST-PERIOD (WS-PR-SUB) = WS-CUR-PERIOD
                   ADD 1 TO WS-COUNT-DONE
                   MOVE SPACES TO WS-NL-TEXT
                   STRING "PAIR " WS-PR-COMPANY (WS-PR-SUB) "/"
                       WS-PR-OTHER (WS-PR-SUB)
                       " ALREADY CHARGED FOR THIS PERIOD"
                       DELIMITED BY SIZE INTO WS-NL-TEXT
                   WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1
               ELSE
                   PERFORM P210-FIND-REVERSE
                   IF WS-PR-FOUND = "N"
                       PERFORM P220-REPORT-NO-REVERSE
                   ELSE
                       PERFORM P300-CHECK-ACCOUNTS
                       IF WS-PAIR-OK = "N"
                           ADD 1 TO WS-COUNT-SKIPPED
                       ELSE
                           PERFORM P400-COMPUTE-INTEREST.
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
      *  A one-sided pair cannot be charged - it holds the
      *      checklist step back until GL049P completes it
      *
       P220-REPORT-NO-REVERSE.
           ADD 1 TO WS-COUNT-SKIPPED.
           MOVE SPACES TO WS-NL-TEXT.
           STRING "PAIR " WS-PR-COMPANY (WS-PR-SUB) "/"
               WS-PR-OTHER (WS-PR-SUB)
               " HAS NO REVERSE RECORD ON GLICPTF"
               DELIMITED BY SIZE INTO WS-NL-TEXT.
           WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
      *  Every account either voucher could touch must be on the
      *      ledger before anything is written for the pair, and
      *      both due accounts must be elimination accounts so the
      *      interest receivable and payable net out on
      *      consolidation
      *
       P300-CHECK-ACCOUNTS.
           MOVE "Y" TO WS-PAIR-OK.
           MOVE "Y" TO WS-CHK-DUE.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-CHK-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-SUB)  TO WS-CHK-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-SUB)    TO WS-CHK-DEPT.
           PERFORM P310-CHECK-ACCOUNT.
           MOVE WS-PR-COMPANY (WS-PR-REV) TO WS-CHK-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-REV)  TO WS-CHK-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-REV)    TO WS-CHK-DEPT.
           PERFORM P310-CHECK-ACCOUNT.
           MOVE "N" TO WS-CHK-DUE.
           MOVE WS-PR-COMPANY (WS-PR-SUB)     TO WS-CHK-COMPANY.
           MOVE WS-PR-INT-DEPT (WS-PR-SUB)    TO WS-CHK-DEPT.
           MOVE WS-PR-INC-ACCTNO (WS-PR-SUB)  TO WS-CHK-ACCTNO.
           PERFORM P310-CHECK-ACCOUNT.
           MOVE WS-PR-EXP-ACCTNO (WS-PR-SUB)  TO WS-CHK-ACCTNO.
           PERFORM P310-CHECK-ACCOUNT.
           MOVE WS-PR-COMPANY (WS-PR-REV)     TO WS-CHK-COMPANY.
           MOVE WS-PR-INT-DEPT (WS-PR-REV)    TO WS-CHK-DEPT.
           MOVE WS-PR-INC-ACCTNO (WS-PR-REV)  TO WS-CHK-ACCTNO.
           PERFORM P310-CHECK-ACCOUNT.
           MOVE WS-PR-EXP-ACCTNO (WS-PR-REV)  TO WS-CHK-ACCTNO.
           PERFORM P310-CHECK-ACCOUNT.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-CHK-COMPANY.
           PERFORM P320-CHECK-RATE.
           MOVE WS-PR-OTHER (WS-PR-SUB) TO WS-CHK-COMPANY.
           PERFORM P320-CHECK-RATE.
      *
       P310-CHECK-ACCOUNT.
           MOVE WS-CHK-COMPANY TO GLMA-COMPANY.
           MOVE WS-CHK-ACCTNO  TO GLMA-ACCTNO.
           MOVE WS-CHK-DEPT    TO GLMA-DEPT.
           MOVE SPACE          TO GLMA-CURHIS.
           MOVE "Y" TO WS-MAS-VALID.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-MAS-VALID.
           MOVE SPACES TO WS-NL-TEXT.
           IF WS-MAS-VALID = "N"
               STRING "PAIR " WS-PR-COMPANY (WS-PR-SUB) "/"
                   WS-PR-OTHER (WS-PR-SUB) " - A/C " WS-CHK-ACCTNO
                   "/" WS-CHK-DEPT " NOT ON GLMASTF FOR COMPANY "
                   WS-CHK-COMPANY
                   DELIMITED BY SIZE INTO WS-NL-TEXT
           ELSE
               IF WS-CHK-DUE = "Y" AND NOT GLMA-ELIM-ACCT
                   STRING "PAIR " WS-PR-COMPANY (WS-PR-SUB) "/"
                       WS-PR-OTHER (WS-PR-SUB) " - DUE A/C "
                       WS-CHK-ACCTNO "/" WS-CHK-DEPT
                       " NOT FLAGGED 'E'"
                       DELIMITED BY SIZE INTO WS-NL-TEXT.
           IF WS-NL-TEXT NOT = SPACES
               MOVE "N" TO WS-PAIR-OK
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
      *  A foreign-books company with no closing rate for the
      *      period holds the pair back - its side is never
      *      charged one-for-one
      *
       P320-CHECK-RATE.
           PERFORM P440-FIND-RATE.
           IF WS-RATE-FOUND = "N"
               MOVE "N" TO WS-PAIR-OK
               MOVE SPACES TO WS-NL-TEXT
               STRING "PAIR " WS-PR-COMPANY (WS-PR-SUB) "/"
                   WS-PR-OTHER (WS-PR-SUB) " - NO CLOSING RATE FOR "
                   WS-RATE-CURRENCY " PERIOD " WS-CUR-PERIOD
                   " ON GLRTPF"
                   DELIMITED BY SIZE INTO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
      *  Interest on the first company's due balance for the
      *      period - a debit balance makes it the lender.  The
      *      second company's side is the same interest, carried
      *      through home currency when the two keep books in
      *      different currencies.
      *
       P400-COMPUTE-INTEREST.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO GLMA-COMPANY.
           MOVE WS-PR-ACCTNO (WS-PR-SUB)  TO GLMA-ACCTNO.
           MOVE WS-PR-DEPT (WS-PR-SUB)    TO GLMA-DEPT.
           MOVE SPACE                     TO GLMA-CURHIS.
           READ GLMASTF RECORD INVALID KEY
               CONTINUE.
           MOVE GLMA-BEGINBAL TO WS-OPEN-BAL.
           PERFORM P410-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB NOT < WS-INDEX.
           COMPUTE WS-CLOSE-BAL = WS-OPEN-BAL +
               GLMA-PERIODAMT (WS-INDEX).
           IF WS-PR-BALANCE (WS-PR-SUB) = "A"
               COMPUTE WS-INT-BAL ROUNDED =
                   (WS-OPEN-BAL + WS-CLOSE-BAL) / 2
           ELSE
               MOVE WS-CLOSE-BAL TO WS-INT-BAL.
           MOVE "Y" TO WS-LEAD-LENDS.
           MOVE WS-INT-BAL TO WS-ABS-BAL.
           IF WS-ABS-BAL < 0
               MOVE "N" TO WS-LEAD-LENDS
               COMPUTE WS-ABS-BAL = WS-ABS-BAL * -1.
           PERFORM P420-PERIOD-DAYS.
           COMPUTE WS-INT-LEAD ROUNDED =
               WS-ABS-BAL * WS-PR-RATE (WS-PR-SUB) * WS-PERIOD-DAYS
               / (WS-YEAR-DAYS * 100).
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-CHK-COMPANY.
           PERFORM P440-FIND-RATE.
           MOVE WS-RATE-OTHER TO WS-RATE-LEAD.
           MOVE WS-PR-OTHER (WS-PR-SUB) TO WS-CHK-COMPANY.
           PERFORM P440-FIND-RATE.
           IF WS-RATE-LEAD = WS-RATE-OTHER
               MOVE WS-INT-LEAD TO WS-INT-OTHER
           ELSE
               COMPUTE WS-INT-HOME ROUNDED =
                   WS-INT-LEAD * WS-RATE-LEAD
               COMPUTE WS-INT-OTHER ROUNDED =
                   WS-INT-HOME / WS-RATE-OTHER.
           PERFORM P450-PRINT-PAIR.
           IF WS-INT-LEAD = 0 OR WS-INT-OTHER = 0
               ADD 1 TO WS-COUNT-NIL
               MOVE "NO INTEREST FOR THE PERIOD - NOTHING WRITTEN"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1
           ELSE
               PERFORM P500-WRITE-VOUCHERS
               ADD 1 TO WS-COUNT-CHARGED.
           PERFORM P600-MARK-CHARGED.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
      *
       P410-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-OPEN-BAL.
      *
      *  30/360 counts every period as 30 days of a 360 day year;
      *      the actual bases take the period's own days
      *
       P420-PERIOD-DAYS.
           IF WS-PR-BASIS (WS-PR-SUB) = "C"
               MOVE 30 TO WS-PERIOD-DAYS
               MOVE 360 TO WS-YEAR-DAYS
           ELSE
               IF WS-PR-BASIS (WS-PR-SUB) = "B"
                   MOVE 360 TO WS-YEAR-DAYS
               ELSE
                   MOVE 365 TO WS-YEAR-DAYS.
           IF WS-PR-BASIS (WS-PR-SUB) NOT = "C"
               MOVE WS-MONTH-DAYS (GLSP-PMONTH) TO WS-PERIOD-DAYS
               IF GLSP-PMONTH = 2
                   DIVIDE GLSP-PYEAR BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-PERIOD-DAYS
                   END-IF
               END-IF
               PERFORM P425-FISCAL-PERIOD-DAYS.
      *
      *  A week-pattern period of the first company's fiscal
      *      calendar posted to this period gives its own length
      *
       P425-FISCAL-PERIOD-DAYS.
           MOVE "N" TO WS-FP-EOF.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "Y" TO WS-FP-EOF.
           PERFORM P430-SCAN-FISCAL-PERIOD UNTIL WS-FP-EOF = "Y".
      *
       P430-SCAN-FISCAL-PERIOD.
           READ GLFCALF NEXT RECORD AT END MOVE "Y" TO WS-FP-EOF.
           IF WS-FP-EOF = "N"
               IF GLFC-COMPANY NOT = WS-PR-COMPANY (WS-PR-SUB)
                   MOVE "Y" TO WS-FP-EOF
               ELSE
                   IF GLFC-POSTPERIOD = WS-CUR-PERIOD
                       MOVE "Y" TO WS-FP-EOF
                       IF GLFC-WEEKS > 0
                           COMPUTE WS-PERIOD-DAYS = GLFC-WEEKS * 7.
      *
      *  The closing rate of WS-CHK-COMPANY - a home-books company
      *      is one-for-one; WS-RATE-FOUND is "N" when a foreign
      *      company has no rate for the period
      *
       P440-FIND-RATE.
           MOVE 0 TO WS-RATE-OTHER.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE SPACES TO WS-RATE-CURRENCY.
           MOVE "N" TO WS-CMP-FOUND.
           PERFORM P445-FIND-COMPANY VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND = "Y".
           IF WS-CMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-CMP-SUB
               MOVE WS-CM-CURRENCY (WS-CMP-SUB) TO WS-RATE-CURRENCY
               MOVE WS-CM-RATE-FOUND (WS-CMP-SUB) TO WS-RATE-FOUND
               MOVE WS-CM-CLOSE-RATE (WS-CMP-SUB) TO WS-RATE-OTHER.
      *
       P445-FIND-COMPANY.
           IF WS-CM-CODE (WS-CMP-SUB) = WS-CHK-COMPANY
               MOVE "Y" TO WS-CMP-FOUND.
      *
       P450-PRINT-PAIR.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-PL-CO-A.
           MOVE WS-PR-OTHER (WS-PR-SUB)   TO WS-PL-CO-B.
           MOVE WS-PR-ACCTNO (WS-PR-SUB)  TO WS-PL-ACCT.
           MOVE WS-PR-DEPT (WS-PR-SUB)    TO WS-PL-DEPT.
           MOVE WS-INT-BAL                TO WS-PL-BALANCE.
           IF WS-PR-BALANCE (WS-PR-SUB) = "A"
               MOVE "AVG" TO WS-PL-ON
           ELSE
               MOVE "CLS" TO WS-PL-ON.
           IF WS-PR-BASIS (WS-PR-SUB) = "A"
               MOVE "ACT/365" TO WS-PL-BASIS
           ELSE
               IF WS-PR-BASIS (WS-PR-SUB) = "B"
                   MOVE "ACT/360" TO WS-PL-BASIS
               ELSE
                   MOVE "30/360"  TO WS-PL-BASIS.
           MOVE WS-PR-RATE (WS-PR-SUB) TO WS-PL-RATE.
           MOVE WS-PERIOD-DAYS TO WS-PL-DAYS.
           MOVE WS-INT-LEAD TO WS-PL-INTEREST.
           WRITE REPORT-LINE FROM WS-PAIR-LINE AFTER 1.
      *
      *  One voucher in each company, each debit and credit of the
      *      same amount, the two cross-referenced through the
      *      document number
      *
       P500-WRITE-VOUCHERS.
           MOVE GLSP-NEXT-VOUCHERNO TO WS-VCH-LEAD.
           COMPUTE WS-VCH-OTHER = GLSP-NEXT-VOUCHERNO + 1.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-LINE-COMPANY.
           MOVE WS-VCH-OTHER TO WS-LINE-DOCNO.
           IF WS-LEAD-LENDS = "Y"
               MOVE WS-PR-ACCTNO (WS-PR-SUB) TO GLJR-ACCTNO
               MOVE WS-PR-DEPT (WS-PR-SUB)   TO GLJR-DEPT
               MOVE WS-INT-LEAD TO GLJR-AMOUNT
               PERFORM P510-WRITE-JOURNAL-LINE
               MOVE WS-PR-INC-ACCTNO (WS-PR-SUB) TO GLJR-ACCTNO
               MOVE WS-PR-INT-DEPT (WS-PR-SUB)   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-INT-LEAD * -1
               PERFORM P510-WRITE-JOURNAL-LINE
           ELSE
               MOVE WS-PR-EXP-ACCTNO (WS-PR-SUB) TO GLJR-ACCTNO
               MOVE WS-PR-INT-DEPT (WS-PR-SUB)   TO GLJR-DEPT
               MOVE WS-INT-LEAD TO GLJR-AMOUNT
               PERFORM P510-WRITE-JOURNAL-LINE
               MOVE WS-PR-ACCTNO (WS-PR-SUB) TO GLJR-ACCTNO
               MOVE WS-PR-DEPT (WS-PR-SUB)   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-INT-LEAD * -1
               PERFORM P510-WRITE-JOURNAL-LINE.
           ADD 1 TO GLSP-NEXT-VOUCHERNO.
           MOVE WS-PR-COMPANY (WS-PR-REV) TO WS-LINE-COMPANY.
           MOVE WS-VCH-LEAD TO WS-LINE-DOCNO.
           IF WS-LEAD-LENDS = "Y"
               MOVE WS-PR-EXP-ACCTNO (WS-PR-REV) TO GLJR-ACCTNO
               MOVE WS-PR-INT-DEPT (WS-PR-REV)   TO GLJR-DEPT
               MOVE WS-INT-OTHER TO GLJR-AMOUNT
               PERFORM P510-WRITE-JOURNAL-LINE
               MOVE WS-PR-ACCTNO (WS-PR-REV) TO GLJR-ACCTNO
               MOVE WS-PR-DEPT (WS-PR-REV)   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-INT-OTHER * -1
               PERFORM P510-WRITE-JOURNAL-LINE
           ELSE
               MOVE WS-PR-ACCTNO (WS-PR-REV) TO GLJR-ACCTNO
               MOVE WS-PR-DEPT (WS-PR-REV)   TO GLJR-DEPT
               MOVE WS-INT-OTHER TO GLJR-AMOUNT
               PERFORM P510-WRITE-JOURNAL-LINE
               MOVE WS-PR-INC-ACCTNO (WS-PR-REV) TO GLJR-ACCTNO
               MOVE WS-PR-INT-DEPT (WS-PR-REV)   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-INT-OTHER * -1
               PERFORM P510-WRITE-JOURNAL-LINE.
           ADD 1 TO GLSP-NEXT-VOUCHERNO.
           ADD 2 TO WS-COUNT-VOUCHERS.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO WS-SL-CO-A.
           MOVE WS-PR-OTHER (WS-PR-SUB)   TO WS-SL-CO-B.
           IF WS-LEAD-LENDS = "Y"
               MOVE "RECEIVES" TO WS-SL-ACTION-A
               MOVE "PAYS"     TO WS-SL-ACTION-B
           ELSE
               MOVE "PAYS"     TO WS-SL-ACTION-A
               MOVE "RECEIVES" TO WS-SL-ACTION-B.
           MOVE WS-INT-LEAD  TO WS-SL-AMOUNT-A.
           MOVE WS-INT-OTHER TO WS-SL-AMOUNT-B.
           MOVE WS-VCH-LEAD  TO WS-SL-VCH-A.
           MOVE WS-VCH-OTHER TO WS-SL-VCH-B.
           WRITE REPORT-LINE FROM WS-SIDE-LINE AFTER 1.
      *
       P510-WRITE-JOURNAL-LINE.
           MOVE GLSP-NEXT-VOUCHERNO TO GLJR-VOUCHERNO.
           MOVE GLSP-NEXT-SEQNO     TO GLJR-SEQNO.
           ADD 1 TO GLSP-NEXT-SEQNO.
           MOVE WS-VOUCHERDT TO GLJR-VOUCHERDT.
           MOVE SPACES TO GLJR-PARTICULAR.
           STRING "IC LOAN INTEREST " WS-PR-COMPANY (WS-PR-SUB) "/"
               WS-PR-OTHER (WS-PR-SUB) " " WS-SCREEN-PERIOD
               DELIMITED BY SIZE INTO GLJR-PARTICULAR.
           MOVE "GL" TO GLJR-SOURCE.
           MOVE WS-LINE-COMPANY TO GLJR-COMPANY.
           MOVE WS-SYSDATE TO GLJR-SYSDATE.
           MOVE SPACE TO GLJR-STATUS.
           MOVE SPACE TO GLJR-REVERSAL.
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-CURRENCY.
           MOVE 0 TO GLJR-FOREIGN-AMT.
           MOVE 0 TO GLJR-EXCH-RATE.
           MOVE SPACES TO GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-BUDGET-FLAG
                          GLJR-PROJECT GLJR-APPROVER.
           MOVE WS-LINE-DOCNO TO GLJR-DOCNO.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           WRITE GLJR-RECORD.
      *
      *  Both records of the pair carry the period charged, so a
      *      re-run after a pair was held back charges only what is
      *      left
      *
       P600-MARK-CHARGED.
           MOVE WS-PR-COMPANY (WS-PR-SUB) TO GLIC-COMPANY.
           MOVE WS-PR-OTHER (WS-PR-SUB)   TO GLIC-OTHER-COMPANY.
           PERFORM P610-REWRITE-PAIR.
           MOVE WS-PR-COMPANY (WS-PR-REV) TO GLIC-COMPANY.
           MOVE WS-PR-OTHER (WS-PR-REV)   TO GLIC-OTHER-COMPANY.
           PERFORM P610-REWRITE-PAIR.
      *
       P610-REWRITE-PAIR.
           READ GLICPTF RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WS-CUR-PERIOD TO GLIC-INT-LAST-PERIOD
                   REWRITE GLIC-RECORD INVALID KEY
                       CONTINUE
                   END-REWRITE
           END-READ.
      *
      *  Pair counts - once no pair bearing interest is left
      *      uncharged for the period the 'LI' step is complete
      *      for all companies at once
      *
       P800-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "PAIRS BEARING INTEREST        : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-PAIRS TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "CHARGED THIS RUN              : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-CHARGED TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "NO INTEREST FOR THE PERIOD    : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-NIL TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "ALREADY CHARGED               : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-DONE TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "NOT CHARGED - SEE NOTES       : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-SKIPPED TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "VOUCHERS WRITTEN TO GLJRNLF   : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-VOUCHERS TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           IF WS-COUNT-SKIPPED = 0
               MOVE "EVERY PAIR CHARGED - LI STEP WRITTEN"
                   TO WS-SECTION-LINE
           ELSE
               MOVE "PAIRS LEFT UNCHARGED - CORRECT AND RE-RUN"
                   TO WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE AFTER 2.
      *
      *  Month-end checklist - this run's completion goes to the
      *      period close-status file the way the report programs
      *      write GLRNLGF, so GL058P can show the checklist and
      *      GL012P can see the step was done before the close
      *
       P008-WRITE-CLOSE-STEP.
           OPEN EXTEND GLCLOSF.
           MOVE WS-CUR-PERIOD TO GLCL-PERIOD.
           MOVE SPACES TO GLCL-COMPANY.
           MOVE "LI" TO GLCL-STEP.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLCL-RUNDATE.
           MOVE WS-OPERATOR-ID TO GLCL-OPERATOR.
           MOVE SPACES TO GLCL-REASON.
           WRITE GLCL-RECORD.
           CLOSE GLCLOSF.
      *
       P900-SHOW-RESULTS.
           MOVE WS-COUNT-CHARGED TO WS-EDIT-COUNT.
           DISPLAY "PAIRS CHARGED            :" LINE 19 POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 19 POSITION 49.
           MOVE WS-COUNT-SKIPPED TO WS-EDIT-COUNT.
           DISPLAY "NOT CHARGED - SEE GL092R :" LINE 20 POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 20 POSITION 49.
           DISPLAY "RUN GL018P TO POST THE VOUCHERS TO GLMASTF."
               LINE 22 POSITION 21.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 24 POSITION 25.
           ACCEPT WS-OPTION LINE 24 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 3.
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
              GLOP-AUTHORITY NOT < 3
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
                   IF GLOA-PROGRAM = "GL092P" OR "*POST" OR "*ALL"
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
           MOVE "GL092P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
      *  Counter latch - a write-or-fail record under the reserved
      *      key '*GLSP*' on the voucher lock file, held only
      *      across the read-bump-rewrite of the GLSYSPF counters,
      *      so two terminals can never read the same counter
      *      value before either rewrites it.  A latch left behind
      *      by a dead terminal can be broken once the retries run
      *      out.
      *
       P975-TAKE-LATCH.
           OPEN I-O GLVLOKF.
           MOVE "N" TO WS-LATCH-OK.
           MOVE 0 TO WS-LATCH-TRIES.
           PERFORM P976-TRY-LATCH UNTIL WS-LATCH-OK = "Y".
      *
       P976-TRY-LATCH.
           MOVE "*GLSP*" TO GLVL-VOUCHERNO.
           MOVE WS-OPERATOR-ID TO GLVL-OPERATOR.
           ACCEPT WS-SEC-DATE FROM DATE.
           MOVE WS-SEC-DATE TO GLVL-DATE.
           MOVE "Y" TO WS-LATCH-OK.
           WRITE GLVL-RECORD INVALID KEY
               MOVE "N" TO WS-LATCH-OK.
           IF WS-LATCH-OK = "N"
               ADD 1 TO WS-LATCH-TRIES
               IF WS-LATCH-TRIES > 50
                   MOVE "*GLSP*" TO GLVL-VOUCHERNO
                   READ GLVLOKF RECORD INVALID KEY
                       CONTINUE
                   END-READ
                   DISPLAY "COUNTER LATCH HELD BY" LINE 23
                       POSITION 21
                   DISPLAY GLVL-OPERATOR LINE 23 POSITION 43
                   DISPLAY "BREAK IT ? (Y/N)" LINE 24 POSITION 21
                   ACCEPT WS-LATCH-BREAK LINE 24 POSITION 39
                       NO BELL OFF
                   IF WS-LATCH-BREAK = "Y"
                       DELETE GLVLOKF RECORD INVALID KEY
                           CONTINUE
                       END-DELETE
                   END-IF
                   MOVE 0 TO WS-LATCH-TRIES.
      *
       P977-FREE-LATCH.
           MOVE "*GLSP*" TO GLVL-VOUCHERNO.
           DELETE GLVLOKF RECORD INVALID KEY
               CONTINUE
           END-DELETE.
           CLOSE GLVLOKF.
