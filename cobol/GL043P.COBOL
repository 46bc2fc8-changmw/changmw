      ***  currency code (GLMA-CURRENCY) is a monetary account      ***
      ***  whose running foreign balance (GLMA-FOREIGN-BAL, kept    ***
      ***  up by GL018P as foreign lines post) is restated at the   ***
      ***  closing rate for the period entered, taken from the      ***
      ***  period rate file (GLRTPF) : the difference between the   ***
      ***  restated home value and the home balance on the books    ***
      ***  as of that period is the unrealised gain or loss, and    ***
      ***  the run writes one adjustment line per account with the  ***
      ***  offset to the unrealised gain/loss account               ***
      ***  (GLSP-FXGL-ACCT) - one balanced voucher per company, to  ***
      ***  GLJRNLF for the normal GL018P posting run.  The period   ***
      ***  is the latest month of that number not after the open    ***
      ***  posting month, and because its rates are kept the run    ***
      ***  gives the same answer if repeated for it later.  Key     ***
      ***  the period closing rates through GL042P first - a        ***
      ***  monetary account whose currency has no closing rate for  ***
      ***  the period stops the run before anything is written.     ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLMASTF (INPUT ONLY), GLRTPF        ***
      ***              (INPUT ONLY), GLJRNLF                        ***
      ***                                                           ***
      *****************************************************************
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOP-ID.
           SELECT GLOACCF   ASSIGN       TO RANDOM 'GLOACCF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOA-KEY.
           SELECT GLSECLF   ASSIGN       TO 'GLSECLF'.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLRTPF    ASSIGN       TO RANDOM 'GLRTPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRM-KEY.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Period closing and average rates
           COPY "GLRTPSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
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
       01  WS-INDEX               PIC 99.
       01  WS-SUB                 PIC 99.
       01  WS-PERIOD-MONTH        PIC 99.
       01  WS-RATE-PERIOD.
           05  WS-RP-YY           PIC 99.
           05  WS-RP-MM           PIC 99.
       01  WS-MISSING-CURRENCY    PIC XXX.
       01  WS-COUNT-MISSING       PIC 9(5)  VALUE 0.
       01  WS-MONTH-VALID         PIC X  VALUE "N".
       01  WS-FIRST-ADJ           PIC X.
       01  WS-CUR-COMPANY         PIC XX.
           05  WS-YEAR            PIC 99.
       01  WS-ERR-MESS-1          PIC X(55)  VALUE
           "ERR-870 : GAIN/LOSS ACCOUNT NOT SET IN GLSYSPF".
       01  WS-ERR-MESS-2          PIC X(55)  VALUE
           "ERR-776 : NO CLOSING RATE FOR THE PERIOD - CURRENCY".
      *
       PROCEDURE DIVISION.
      *
               DISPLAY WS-ERR-MESS-1 LINE 23 BELL
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P015-CHECK-RATES.
           IF WS-COUNT-MISSING > 0
               DISPLAY WS-ERR-MESS-2 LINE 23 BELL
               DISPLAY WS-MISSING-CURRENCY LINE 23 POSITION 57
               MOVE WS-COUNT-MISSING TO WS-EDIT-COUNT
               DISPLAY "MONETARY ACCOUNTS WITHOUT A RATE :" LINE 22
                   POSITION 1
               DISPLAY WS-EDIT-COUNT LINE 22 POSITION 36
               DISPLAY "REVALUATION STOPPED - PRESS ANY KEY ..."
                   LINE 24 POSITION 21
               ACCEPT WS-OPTION LINE 24 POSITION 79 NO BELL OFF
               CLOSE GLSYSPF
               STOP RUN.
           MOVE SPACE TO WS-OPTION.
           PERFORM P020-CONFIRM UNTIL VALID-OPTION.
           IF WS-OPTION = "Y"
               MOVE "Y" TO WS-MONTH-VALID
               COMPUTE WS-INDEX = WS-PERIOD-MONTH - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12
               END-IF
               PERFORM P011-SET-RATE-PERIOD.
      *
      *  The rate period is the month entered in the year that
      *      makes it the latest such month not after the open
      *      posting month
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
      *  Every currency held on a current monetary account must
      *      have its closing rate for the period on GLRTPF before
      *      the run may start - nothing is reserved or written
      *      when one is missing
      *
       P015-CHECK-RATES.
           DISPLAY "CHECKING PERIOD RATES ..." LINE 24 POSITION 27.
           MOVE 0 TO WS-COUNT-MISSING.
           MOVE SPACES TO WS-MISSING-CURRENCY.
           OPEN INPUT GLMASTF.
           OPEN INPUT GLRTPF.
           MOVE "N" TO WS-EOF.
           PERFORM P040-READ-MAST.
           PERFORM P016-CHECK-ACCOUNT-RATE UNTIL WS-EOF = "Y".
           CLOSE GLMASTF.
           CLOSE GLRTPF.
           DISPLAY SPACE LINE 24 POSITION 1 SIZE 80.
      *
       P016-CHECK-ACCOUNT-RATE.
           IF GLMA-CURHIS = SPACE AND GLMA-CURRENCY NOT = SPACES
               MOVE GLMA-CURRENCY  TO GLRM-CURRENCY
               MOVE WS-RATE-PERIOD TO GLRM-PERIOD
               READ GLRTPF RECORD INVALID KEY
                   ADD 1 TO WS-COUNT-MISSING
                   IF WS-MISSING-CURRENCY = SPACES
                       MOVE GLMA-CURRENCY TO WS-MISSING-CURRENCY.
           PERFORM P040-READ-MAST.
      *
       P020-CONFIRM.
           DISPLAY "THIS RUN RESTATES EVERY MONETARY ACCOUNT AT THE"
           MOVE GLSP-POSDATE TO WS-VOUCHERDT.
           PERFORM P025-RESERVE-NUMBERS.
           OPEN INPUT GLMASTF.
           OPEN INPUT GLRTPF.
           OPEN I-O   GLJRNLF.
           MOVE "Y" TO WS-FIRST-ADJ.
           MOVE 0 TO WS-CO-NET.
           IF WS-FIRST-ADJ = "N"
               PERFORM P300-CLOSE-COMPANY.
           CLOSE GLMASTF.
           CLOSE GLRTPF.
           CLOSE GLJRNLF.
           PERFORM P008-WRITE-CLOSE-STEP.
      *
           PERFORM P040-READ-MAST.
      *
      *  One monetary account - restate the running foreign balance
      *      at the period closing rate and compare it to the home
      *      balance on the books as of the requested period
      *
       P100-REVALUE-ACCOUNT.
           MOVE GLMA-CURRENCY  TO GLRM-CURRENCY.
           MOVE WS-RATE-PERIOD TO GLRM-PERIOD.
           MOVE "Y" TO WS-RATE-VALID.
           READ GLRTPF RECORD INVALID KEY
               MOVE "N" TO WS-RATE-VALID.
           IF WS-RATE-VALID = "N"
               ADD 1 TO WS-COUNT-NORATE
               PERFORM P110-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INDEX
               COMPUTE WS-RESTATED ROUNDED =
                   GLMA-FOREIGN-BAL * GLRM-CLOSE-RATE
               COMPUTE WS-ADJUSTMENT = WS-RESTATED - WS-HOME-BAL
               IF WS-ADJUSTMENT NOT = 0
                   PERFORM P200-WRITE-ADJ-LINE.
           MOVE WS-ADJUSTMENT TO GLJR-AMOUNT.
           MOVE GLMA-CURRENCY TO GLJR-CURRENCY.
           MOVE 0 TO GLJR-FOREIGN-AMT.
           MOVE GLRM-CLOSE-RATE TO GLJR-EXCH-RATE.
           MOVE "FX REVALUATION AT CLOSING RATE"
               TO GLJR-PARTICULAR.
           PERFORM P400-WRITE-JOURNAL-LINE.
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-BUDGET-FLAG
                          GLJR-PROJECT GLJR-APPROVER.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           WRITE GLJR-RECORD.
      *
      *  Month-end checklist - this run's completion goes to the
      *      needs authority level 3.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
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
                   IF GLOA-PROGRAM = "GL043P" OR "*POST" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL043P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
