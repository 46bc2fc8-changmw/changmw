       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL076P-GROUP-PACK-EXTRACT.
       AUTHOR.           LO-YAT-WAH.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program extracts the month-end group        ***
      ***  reporting pack in the parent group's own chart of        ***
      ***  accounts.  For the fiscal period entered it takes the    ***
      ***  period movement and the year-to-date balance of every    ***
      ***  current monetary account on GLMASTF, finds the group     ***
      ***  account it maps to on GLGRPMF (its own department, then  ***
      ***  the department 999 every-department mapping), and sums   ***
      ***  them by company and group account in the company's own   ***
      ***  books currency, and by group account for the             ***
      ***  consolidated total in home currency - a foreign-books    ***
      ***  company translated the way GL030P does, income and       ***
      ***  expense at the GLRTPF average rate for the period, the   ***
      ***  rest at its closing rate (the run is refused while a     ***
      ***  rate is missing), elimination accounts left out, and the ***
      ***  investment, non-controlling interest and translation     ***
      ***  adjustments GL030P makes written after it.  The          ***
      ***  fixed-format upload file (GLGPEXF) is written with a     ***
      ***  header and a control trailer carrying the record count   ***
      ***  and hash totals.  While any unmapped account carries a   ***
      ***  balance or movement the run is refused and no file is    ***
      ***  written - GL075P lists them and GL074P maps them.        ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLRTPF, GLMASTF,           ***
      ***              GLGRPMF (ALL INPUT ONLY), GLGPEXF (OUTPUT)   ***
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
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLGRPMF   ASSIGN       TO RANDOM 'GLGRPMF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLGM-KEY.
           SELECT GLGPEXF   ASSIGN       TO OUTPUT 'GLGPEXF'.
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
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Group chart of accounts mapping file
           COPY "GLGRPMSL.DEF".
      *
      *  Group reporting pack upload file
           COPY "GLGPEXSL.DEF".
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
       01  WS-GM-VALID            PIC X.
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
       01  WS-KEY                 PIC X.
      *
      *  The account in hand - its period movement and year-to-date
      *      balance in its own books currency, then translated
      *
       01  WS-ACCT-PERIOD         PIC S9(9)V99.
       01  WS-ACCT-YTD            PIC S9(9)V99.
       01  WS-TRANS-PERIOD        PIC S9(9)V99.
       01  WS-TRANS-YTD           PIC S9(9)V99.
       01  WS-TRANS-RATE          PIC 9(3)V9(4).
      *
      *  Company attribute table - books currency and the rates a
      *      foreign-books company translates at, the ownership
      *      attributes off GLCOMPF, and the translated figures the
      *      consolidated adjustments are worked from, period and
      *      year to date.  Equity and profit are credit-positive,
      *      the investment and the translation net debit-positive.
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
               10  WS-CM-AVG-RATE PIC 9(3)V9(4).
               10  WS-CM-PARENT   PIC XX.
               10  WS-CM-PCT      PIC 9(3)V99.
               10  WS-CM-INV-ACCTNO PIC 9(6).
               10  WS-CM-INV-DEPT PIC 9(3).
               10  WS-CM-INV-GROUP PIC X(10).
               10  WS-CM-NET-PER  PIC S9(11)V99  COMP-3.
               10  WS-CM-NET-YTD  PIC S9(11)V99  COMP-3.
               10  WS-CM-EQUITY-PER PIC S9(11)V99  COMP-3.
               10  WS-CM-EQUITY-YTD PIC S9(11)V99  COMP-3.
               10  WS-CM-PROFIT-PER PIC S9(11)V99  COMP-3.
               10  WS-CM-PROFIT-YTD PIC S9(11)V99  COMP-3.
               10  WS-CM-INVEST-PER PIC S9(11)V99  COMP-3.
               10  WS-CM-INVEST-YTD PIC S9(11)V99  COMP-3.
      *
      *  Ownership split of one subsidiary, and the adjustment
      *      record in hand - WS-ADJ- amounts are debit-positive
      *
       01  WS-OWN-SUB             PIC 99.
       01  WS-OWN-PCT             PIC 9(3)V99.
       01  WS-NCI-PCT             PIC 9(3)V99.
       01  WS-PSHARE-PER          PIC S9(11)V99.
       01  WS-PSHARE-YTD          PIC S9(11)V99.
       01  WS-NCI-PER             PIC S9(11)V99.
       01  WS-NCI-YTD             PIC S9(11)V99.
       01  WS-ADJ-CODE            PIC X(4).
       01  WS-ADJ-GROUP           PIC X(10).
       01  WS-ADJ-PERIOD          PIC S9(11)V99.
       01  WS-ADJ-YTD             PIC S9(11)V99.
      *
      *  Company / group account totals, in the company's currency
      *
       01  WS-GC-SUB              PIC 9(4).
       01  WS-GC-MAX              PIC 9(4)  VALUE 0.
       01  WS-GC-FOUND            PIC X.
       01  WS-GC-TABLE.
           05  WS-GC-ENTRY        OCCURS 2000 TIMES.
               10  WS-GC-COMPANY  PIC XX.
               10  WS-GC-GROUP    PIC X(10).
               10  WS-GC-CURRENCY PIC XXX.
               10  WS-GC-PERIOD   PIC S9(11)V99  COMP-3.
               10  WS-GC-YTD      PIC S9(11)V99  COMP-3.
      *
      *  Consolidated group account totals, in home currency
      *
       01  WS-GT-SUB              PIC 9(4).
       01  WS-GT-MAX              PIC 9(4)  VALUE 0.
       01  WS-GT-FOUND            PIC X.
       01  WS-GT-TABLE.
           05  WS-GT-ENTRY        OCCURS 1000 TIMES.
               10  WS-GT-GROUP    PIC X(10).
               10  WS-GT-PERIOD   PIC S9(11)V99  COMP-3.
               10  WS-GT-YTD      PIC S9(11)V99  COMP-3.
      *
       01  WS-COUNT-UNMAPPED      PIC 9(5)  VALUE 0.
       01  WS-COUNT-RECORDS       PIC 9(7)  VALUE 0.
       01  WS-HASH-PERIOD         PIC S9(13)V99  VALUE 0.
       01  WS-HASH-YTD            PIC S9(13)V99  VALUE 0.
       01  WS-TABLE-OVERFLOW      PIC X  VALUE "N".
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
       01  WS-RESULT-LINE.
           05  WS-RL-CAPTION      PIC X(32).
           05  WS-RL-COUNT        PIC Z(6)9.
      *
       01  WS-ERR-MESS-1          PIC X(55)  VALUE
           "ERR-744 : UNMAPPED ACCOUNTS CARRY A BALANCE - GL075P".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-745 : COMPANY TABLE FULL - RAISE WS-CMP-ENTRY".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-746 : GROUP TOTAL TABLE FULL - EXTRACT REFUSED".
       01  WS-ERR-MESS-4          PIC X(55)  VALUE
           "ERR-776 : NO PERIOD RATES FOR COMPANY/CURRENCY".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P010-ACPT-PERIOD UNTIL WS-MONTH-VALID = "Y".
           DISPLAY "EXTRACT IN PROGRESS ..." LINE 24 POSITION 28.
           PERFORM P100-LOAD-COMPANIES.
           IF WS-COUNT-MISSING > 0
               DISPLAY WS-ERR-MESS-4 LINE 23 BELL
               DISPLAY WS-MISSING-COMPANY LINE 23 POSITION 57
               DISPLAY WS-MISSING-CURRENCY LINE 23 POSITION 61
               DISPLAY "EXTRACT REFUSED - KEY THE PERIOD RATES"
                   LINE 24 POSITION 1
               PERFORM P990-DELAY
               CLOSE GLSYSPF
               STOP RUN.
           OPEN INPUT GLMASTF.
           OPEN INPUT GLGRPMF.
           MOVE "N" TO WS-EOF.
           PERFORM P130-READ-MAST.
           PERFORM P200-TAKE-ACCOUNT UNTIL WS-EOF = "Y".
           CLOSE GLGRPMF.
           CLOSE GLMASTF.
           DISPLAY SPACE LINE 24 POSITION 1 SIZE 80.
           IF WS-COUNT-UNMAPPED > 0
               MOVE "UNMAPPED ACCOUNTS WITH BALANCE: " TO WS-RL-CAPTION
               MOVE WS-COUNT-UNMAPPED TO WS-RL-COUNT
               DISPLAY WS-RESULT-LINE LINE 20 POSITION 21
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
           ELSE
               IF WS-TABLE-OVERFLOW = "Y"
                   DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               ELSE
                   PERFORM P500-WRITE-EXTRACT
                   MOVE "UPLOAD RECORDS WRITTEN        : "
                       TO WS-RL-CAPTION
                   MOVE WS-COUNT-RECORDS TO WS-RL-COUNT
                   DISPLAY WS-RESULT-LINE LINE 20 POSITION 21
                   DISPLAY "GLGPEXF GENERATED." LINE 24 POSITION 28.
           CLOSE GLSYSPF.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-ACPT-PERIOD.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           DISPLAY "GL076S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "GROUP REPORTING PACK EXTRACT" LINE 3 POSITION 26.
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
               MOVE WS-RATE-PERIOD TO WS-ASK-PERIOD.
      *
      *  The period extracted is the month entered in the year that
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
      *  Each company's books currency, translation rates and
      *      ownership - a foreign company with no closing and
      *      average rates on GLRTPF for the period is counted, and
      *      the extract is refused once the companies are read
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
               DISPLAY WS-ERR-MESS-2 LINE 23 BELL
           ELSE
               ADD 1 TO WS-CMP-MAX
               MOVE GLCO-CODE TO WS-CM-CODE (WS-CMP-MAX)
               MOVE GLCO-FOREIGN-BOOKS TO WS-CM-FOREIGN (WS-CMP-MAX)
               MOVE SPACES TO WS-CM-CURRENCY (WS-CMP-MAX)
               MOVE 0 TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
               MOVE 0 TO WS-CM-AVG-RATE (WS-CMP-MAX)
               MOVE GLCO-PARENT TO WS-CM-PARENT (WS-CMP-MAX)
               MOVE GLCO-OWNERSHIP-PCT TO WS-CM-PCT (WS-CMP-MAX)
               MOVE GLCO-INVEST-ACCTNO TO WS-CM-INV-ACCTNO (WS-CMP-MAX)
               MOVE GLCO-INVEST-DEPT TO WS-CM-INV-DEPT (WS-CMP-MAX)
               MOVE SPACES TO WS-CM-INV-GROUP (WS-CMP-MAX)
               MOVE 0 TO WS-CM-NET-PER (WS-CMP-MAX)
                         WS-CM-NET-YTD (WS-CMP-MAX)
                         WS-CM-EQUITY-PER (WS-CMP-MAX)
                         WS-CM-EQUITY-YTD (WS-CMP-MAX)
                         WS-CM-PROFIT-PER (WS-CMP-MAX)
                         WS-CM-PROFIT-YTD (WS-CMP-MAX)
                         WS-CM-INVEST-PER (WS-CMP-MAX)
                         WS-CM-INVEST-YTD (WS-CMP-MAX)
               IF GLCO-FOREIGN
                   MOVE GLCO-CURRENCY  TO WS-CM-CURRENCY (WS-CMP-MAX)
                   MOVE GLCO-CURRENCY  TO GLRM-CURRENCY
                   MOVE WS-RATE-PERIOD TO GLRM-PERIOD
                   READ GLRTPF RECORD
                       INVALID KEY
                           PERFORM P125-NOTE-MISSING-RATE
                       NOT INVALID KEY
                           MOVE GLRM-CLOSE-RATE
                               TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
                           MOVE GLRM-AVG-RATE
                               TO WS-CM-AVG-RATE (WS-CMP-MAX)
                   END-READ.
           PERFORM P110-READ-COMP.
      *
       P125-NOTE-MISSING-RATE.
           ADD 1 TO WS-COUNT-MISSING.
           IF WS-COUNT-MISSING = 1
               MOVE GLCO-CODE     TO WS-MISSING-COMPANY
               MOVE GLCO-CURRENCY TO WS-MISSING-CURRENCY.
      *
       P130-READ-MAST.
           READ GLMASTF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
      *  Statistical accounts are non-monetary and stay out of the
      *      pack.  An unmapped account with nothing on it is let
      *      by; one with a balance or movement stops the extract.
      *
       P200-TAKE-ACCOUNT.
           IF GLMA-CURHIS = SPACE AND NOT GLMA-TYPE-STATISTIC
               PERFORM P210-ACCOUNT-BALANCES
               PERFORM P220-FIND-MAPPING
               IF WS-GM-VALID = "N"
                   IF WS-ACCT-YTD NOT = 0 OR WS-ACCT-PERIOD NOT = 0
                       ADD 1 TO WS-COUNT-UNMAPPED
                   END-IF
               ELSE
                   PERFORM P300-ADD-COMPANY-TOTAL
                   PERFORM P390-TRANSLATE-ACCOUNT
                   IF NOT GLMA-ELIM-ACCT
                       PERFORM P400-ADD-CONSOL-TOTAL.
           PERFORM P130-READ-MAST.
      *
       P210-ACCOUNT-BALANCES.
           MOVE GLMA-PERIODAMT (WS-INDEX) TO WS-ACCT-PERIOD.
           MOVE GLMA-BEGINBAL TO WS-ACCT-YTD.
           PERFORM P215-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-INDEX.
      *
       P215-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-ACCT-YTD.
      *
       P220-FIND-MAPPING.
           MOVE GLMA-COMPANY TO GLGM-COMPANY.
           MOVE GLMA-ACCTNO  TO GLGM-ACCTNO.
           MOVE GLMA-DEPT    TO GLGM-DEPT.
           MOVE "Y" TO WS-GM-VALID.
           READ GLGRPMF RECORD INVALID KEY
               MOVE "N" TO WS-GM-VALID.
           IF WS-GM-VALID = "N"
               MOVE 999 TO GLGM-DEPT
               MOVE "Y" TO WS-GM-VALID
               READ GLGRPMF RECORD INVALID KEY
                   MOVE "N" TO WS-GM-VALID.
      *
       P300-ADD-COMPANY-TOTAL.
           MOVE "N" TO WS-CMP-FOUND.
           PERFORM P310-FIND-COMPANY VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX OR WS-CMP-FOUND = "Y".
           IF WS-CMP-FOUND = "Y"
               SUBTRACT 1 FROM WS-CMP-SUB.
           MOVE "N" TO WS-GC-FOUND.
           PERFORM P320-FIND-COMPANY-GROUP
               VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-MAX OR WS-GC-FOUND = "Y".
           IF WS-GC-FOUND = "Y"
               SUBTRACT 1 FROM WS-GC-SUB
               ADD WS-ACCT-PERIOD TO WS-GC-PERIOD (WS-GC-SUB)
               ADD WS-ACCT-YTD    TO WS-GC-YTD (WS-GC-SUB)
           ELSE
               IF WS-GC-MAX NOT < 2000
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-GC-MAX
                   MOVE GLMA-COMPANY    TO WS-GC-COMPANY (WS-GC-MAX)
                   MOVE GLGM-GROUP-ACCT TO WS-GC-GROUP (WS-GC-MAX)
                   MOVE SPACES TO WS-GC-CURRENCY (WS-GC-MAX)
                   IF WS-CMP-FOUND = "Y"
                       MOVE WS-CM-CURRENCY (WS-CMP-SUB)
                           TO WS-GC-CURRENCY (WS-GC-MAX)
                   END-IF
                   MOVE WS-ACCT-PERIOD  TO WS-GC-PERIOD (WS-GC-MAX)
                   MOVE WS-ACCT-YTD     TO WS-GC-YTD (WS-GC-MAX).
      *
       P310-FIND-COMPANY.
           IF WS-CM-CODE (WS-CMP-SUB) = GLMA-COMPANY
               MOVE "Y" TO WS-CMP-FOUND.
      *
       P320-FIND-COMPANY-GROUP.
           IF WS-GC-COMPANY (WS-GC-SUB) = GLMA-COMPANY AND
              WS-GC-GROUP (WS-GC-SUB) = GLGM-GROUP-ACCT
               MOVE "Y" TO WS-GC-FOUND.
      *
      *  A foreign-books company goes into the consolidated total
      *      translated - income and expense at the average rate,
      *      everything else at the closing rate - and whatever the
      *      two rates leave unbalanced accumulates as that
      *      company's translation net, elimination accounts
      *      included, as in GL030P
      *
       P390-TRANSLATE-ACCOUNT.
           MOVE WS-ACCT-PERIOD TO WS-TRANS-PERIOD.
           MOVE WS-ACCT-YTD    TO WS-TRANS-YTD.
           IF WS-CMP-FOUND = "Y"
               IF WS-CM-FOREIGN (WS-CMP-SUB) = "F"
                   IF GLMA-TYPE-INCOME OR GLMA-TYPE-EXPENSE
                       MOVE WS-CM-AVG-RATE (WS-CMP-SUB)
                           TO WS-TRANS-RATE
                   ELSE
                       MOVE WS-CM-CLOSE-RATE (WS-CMP-SUB)
                           TO WS-TRANS-RATE
                   END-IF
                   COMPUTE WS-TRANS-PERIOD ROUNDED =
                       WS-ACCT-PERIOD * WS-TRANS-RATE
                   COMPUTE WS-TRANS-YTD ROUNDED =
                       WS-ACCT-YTD * WS-TRANS-RATE
                   ADD WS-TRANS-PERIOD TO WS-CM-NET-PER (WS-CMP-SUB)
                   ADD WS-TRANS-YTD    TO WS-CM-NET-YTD (WS-CMP-SUB).
           PERFORM P395-NOTE-OWNERSHIP.
      *
      *  Each company's own equity and profit, translated, for the
      *      ownership split - and any parent account that is a
      *      subsidiary's investment account is picked up against
      *      that subsidiary along with the group account it maps to
      *
       P395-NOTE-OWNERSHIP.
           IF WS-CMP-FOUND = "Y" AND NOT GLMA-ELIM-ACCT
               IF GLMA-TYPE-EQUITY
                   SUBTRACT WS-TRANS-PERIOD
                       FROM WS-CM-EQUITY-PER (WS-CMP-SUB)
                   SUBTRACT WS-TRANS-YTD
                       FROM WS-CM-EQUITY-YTD (WS-CMP-SUB)
               ELSE
                   IF GLMA-TYPE-INCOME OR GLMA-TYPE-EXPENSE
                       SUBTRACT WS-TRANS-PERIOD
                           FROM WS-CM-PROFIT-PER (WS-CMP-SUB)
                       SUBTRACT WS-TRANS-YTD
                           FROM WS-CM-PROFIT-YTD (WS-CMP-SUB).
           PERFORM P396-TEST-INVESTMENT VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-CMP-MAX.
      *
       P396-TEST-INVESTMENT.
           IF WS-CM-PARENT (WS-OWN-SUB) = GLMA-COMPANY AND
              WS-CM-INV-ACCTNO (WS-OWN-SUB) NOT = 0 AND
              WS-CM-INV-ACCTNO (WS-OWN-SUB) = GLMA-ACCTNO AND
              WS-CM-INV-DEPT (WS-OWN-SUB) = GLMA-DEPT
               ADD WS-TRANS-PERIOD TO WS-CM-INVEST-PER (WS-OWN-SUB)
               ADD WS-TRANS-YTD    TO WS-CM-INVEST-YTD (WS-OWN-SUB)
               MOVE GLGM-GROUP-ACCT TO WS-CM-INV-GROUP (WS-OWN-SUB).
      *
       P400-ADD-CONSOL-TOTAL.
           MOVE "N" TO WS-GT-FOUND.
           PERFORM P410-FIND-CONSOL-GROUP
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-MAX OR WS-GT-FOUND = "Y".
           IF WS-GT-FOUND = "Y"
               SUBTRACT 1 FROM WS-GT-SUB
               ADD WS-TRANS-PERIOD TO WS-GT-PERIOD (WS-GT-SUB)
               ADD WS-TRANS-YTD    TO WS-GT-YTD (WS-GT-SUB)
           ELSE
               IF WS-GT-MAX NOT < 1000
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-GT-MAX
                   MOVE GLGM-GROUP-ACCT TO WS-GT-GROUP (WS-GT-MAX)
                   MOVE WS-TRANS-PERIOD TO WS-GT-PERIOD (WS-GT-MAX)
                   MOVE WS-TRANS-YTD    TO WS-GT-YTD (WS-GT-MAX).
      *
       P410-FIND-CONSOL-GROUP.
           IF WS-GT-GROUP (WS-GT-SUB) = GLGM-GROUP-ACCT
               MOVE "Y" TO WS-GT-FOUND.
      *
      *  Header, the company records, the consolidated records, the
      *      consolidation adjustments and the control trailer - the
      *      trailer's hash totals take in every 'D' and 'C' record
      *
       P500-WRITE-EXTRACT.
           OPEN OUTPUT GLGPEXF.
           MOVE SPACES TO GLGX-HEADER-REC.
           MOVE "H" TO GLGX-REC-TYPE.
           MOVE WS-ASK-PERIOD TO GLGX-H-PERIOD.
           MOVE WS-SYSTEM-DATE TO GLGX-H-RUNDATE.
           MOVE GLSP-CONAME TO GLGX-H-CONAME.
           WRITE GLGX-RECORD.
           PERFORM P510-WRITE-COMPANY-REC
               VARYING WS-GC-SUB FROM 1 BY 1
               UNTIL WS-GC-SUB > WS-GC-MAX.
           PERFORM P520-WRITE-CONSOL-REC
               VARYING WS-GT-SUB FROM 1 BY 1
               UNTIL WS-GT-SUB > WS-GT-MAX.
           PERFORM P530-WRITE-CTA
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX.
           PERFORM P540-WRITE-OWNERSHIP
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX.
           MOVE SPACES TO GLGX-TRAILER-REC.
           MOVE "T" TO GLGX-REC-TYPE.
           MOVE WS-COUNT-RECORDS TO GLGX-T-COUNT.
           MOVE WS-HASH-PERIOD TO GLGX-T-PERIOD-HASH.
           MOVE WS-HASH-YTD TO GLGX-T-YTD-HASH.
           WRITE GLGX-RECORD.
           CLOSE GLGPEXF.
      *
       P510-WRITE-COMPANY-REC.
           MOVE SPACES TO GLGX-DETAIL-REC.
           MOVE "D" TO GLGX-REC-TYPE.
           MOVE WS-GC-COMPANY (WS-GC-SUB)  TO GLGX-D-COMPANY.
           MOVE WS-GC-GROUP (WS-GC-SUB)    TO GLGX-D-GROUP-ACCT.
           MOVE WS-GC-CURRENCY (WS-GC-SUB) TO GLGX-D-CURRENCY.
           MOVE WS-GC-PERIOD (WS-GC-SUB)   TO GLGX-D-PERIOD-AMT.
           MOVE WS-GC-YTD (WS-GC-SUB)      TO GLGX-D-YTD-AMT.
           ADD WS-GC-PERIOD (WS-GC-SUB) TO WS-HASH-PERIOD.
           ADD WS-GC-YTD (WS-GC-SUB)    TO WS-HASH-YTD.
           ADD 1 TO WS-COUNT-RECORDS.
           WRITE GLGX-RECORD.
      *
       P520-WRITE-CONSOL-REC.
           MOVE SPACES TO GLGX-DETAIL-REC.
           MOVE "C" TO GLGX-REC-TYPE.
           MOVE WS-GT-GROUP (WS-GT-SUB)    TO GLGX-D-GROUP-ACCT.
           MOVE WS-GT-PERIOD (WS-GT-SUB)   TO GLGX-D-PERIOD-AMT.
           MOVE WS-GT-YTD (WS-GT-SUB)      TO GLGX-D-YTD-AMT.
           ADD WS-GT-PERIOD (WS-GT-SUB) TO WS-HASH-PERIOD.
           ADD WS-GT-YTD (WS-GT-SUB)    TO WS-HASH-YTD.
           ADD 1 TO WS-COUNT-RECORDS.
           WRITE GLGX-RECORD.
      *
      *  One translation adjustment per foreign-books company - the
      *      plug the two translation rates leave, on the side that
      *      balances it, so the consolidated records still net
      *
       P530-WRITE-CTA.
           IF WS-CM-FOREIGN (WS-CMP-SUB) = "F"
               MOVE "CTA " TO WS-ADJ-CODE
               MOVE SPACES TO WS-ADJ-GROUP
               COMPUTE WS-ADJ-PERIOD = WS-CM-NET-PER (WS-CMP-SUB) * -1
               COMPUTE WS-ADJ-YTD = WS-CM-NET-YTD (WS-CMP-SUB) * -1
               PERFORM P550-WRITE-ADJ-REC.
      *
      *  The ownership entries per subsidiary, as GL030P makes them
      *      - the parent's investment out against its share of the
      *      subsidiary's equity with goodwill the balance, and the
      *      outside share of the net assets (equity, profit and
      *      translation net) moved to the non-controlling
      *      interest.  A subsidiary with no percentage keyed is
      *      taken as wholly owned.  Each subsidiary's entries net
      *      to nil.
      *
       P540-WRITE-OWNERSHIP.
           IF WS-CM-PARENT (WS-CMP-SUB) NOT = SPACES
               MOVE WS-CM-PCT (WS-CMP-SUB) TO WS-OWN-PCT
               IF WS-OWN-PCT = 0 OR WS-OWN-PCT > 100
                   MOVE 100 TO WS-OWN-PCT
               END-IF
               COMPUTE WS-NCI-PCT = 100 - WS-OWN-PCT
               COMPUTE WS-PSHARE-PER ROUNDED =
                   WS-CM-EQUITY-PER (WS-CMP-SUB) * WS-OWN-PCT / 100
               COMPUTE WS-PSHARE-YTD ROUNDED =
                   WS-CM-EQUITY-YTD (WS-CMP-SUB) * WS-OWN-PCT / 100
               COMPUTE WS-NCI-PER ROUNDED =
                   (WS-CM-EQUITY-PER (WS-CMP-SUB) +
                    WS-CM-PROFIT-PER (WS-CMP-SUB) +
                    WS-CM-NET-PER (WS-CMP-SUB)) * WS-NCI-PCT / 100
               COMPUTE WS-NCI-YTD ROUNDED =
                   (WS-CM-EQUITY-YTD (WS-CMP-SUB) +
                    WS-CM-PROFIT-YTD (WS-CMP-SUB) +
                    WS-CM-NET-YTD (WS-CMP-SUB)) * WS-NCI-PCT / 100
               MOVE "INVS" TO WS-ADJ-CODE
               MOVE WS-CM-INV-GROUP (WS-CMP-SUB) TO WS-ADJ-GROUP
               COMPUTE WS-ADJ-PERIOD =
                   WS-CM-INVEST-PER (WS-CMP-SUB) * -1
               COMPUTE WS-ADJ-YTD = WS-CM-INVEST-YTD (WS-CMP-SUB) * -1
               PERFORM P550-WRITE-ADJ-REC
               MOVE SPACES TO WS-ADJ-GROUP
               MOVE "PSHR" TO WS-ADJ-CODE
               MOVE WS-PSHARE-PER TO WS-ADJ-PERIOD
               MOVE WS-PSHARE-YTD TO WS-ADJ-YTD
               PERFORM P550-WRITE-ADJ-REC
               MOVE "GDWL" TO WS-ADJ-CODE
               COMPUTE WS-ADJ-PERIOD =
                   WS-CM-INVEST-PER (WS-CMP-SUB) - WS-PSHARE-PER
               COMPUTE WS-ADJ-YTD =
                   WS-CM-INVEST-YTD (WS-CMP-SUB) - WS-PSHARE-YTD
               PERFORM P550-WRITE-ADJ-REC
               IF WS-NCI-PER NOT = 0 OR WS-NCI-YTD NOT = 0
                   MOVE "NCIE" TO WS-ADJ-CODE
                   MOVE WS-NCI-PER TO WS-ADJ-PERIOD
                   MOVE WS-NCI-YTD TO WS-ADJ-YTD
                   PERFORM P550-WRITE-ADJ-REC
                   MOVE "NCI " TO WS-ADJ-CODE
                   COMPUTE WS-ADJ-PERIOD = WS-NCI-PER * -1
                   COMPUTE WS-ADJ-YTD = WS-NCI-YTD * -1
                   PERFORM P550-WRITE-ADJ-REC.
      *
      *  A consolidation adjustment goes out as a 'C' record naming
      *      the company it belongs to and the adjustment code
      *
       P550-WRITE-ADJ-REC.
           MOVE SPACES TO GLGX-DETAIL-REC.
           MOVE "C" TO GLGX-REC-TYPE.
           MOVE WS-CM-CODE (WS-CMP-SUB) TO GLGX-D-COMPANY.
           MOVE WS-ADJ-GROUP  TO GLGX-D-GROUP-ACCT.
           MOVE WS-ADJ-CODE   TO GLGX-D-ADJ-CODE.
           MOVE WS-ADJ-PERIOD TO GLGX-D-PERIOD-AMT.
           MOVE WS-ADJ-YTD    TO GLGX-D-YTD-AMT.
           ADD WS-ADJ-PERIOD TO WS-HASH-PERIOD.
           ADD WS-ADJ-YTD    TO WS-HASH-YTD.
           ADD 1 TO WS-COUNT-RECORDS.
           WRITE GLGX-RECORD.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 2.
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
              GLOP-AUTHORITY NOT < 2
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
                   IF GLOA-PROGRAM = "GL076P" OR "*JRNL" OR "*ALL"
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
           MOVE "GL076P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
