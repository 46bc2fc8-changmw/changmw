      ***  ledger on GLMASTF; an account not flagged GLMA-ELIM =    ***
      ***  'E' is accepted with a warning, since GL030P will then   ***
      ***  not net the two sides out of the consolidation.          ***
      ***  Each pair also carries its loan interest terms for the   ***
      ***  GL092P monthly interest run - annual rate, day-count     ***
      ***  basis, average or closing balance, and the interest      ***
      ***  income and expense accounts on the first company's       ***
      ***  ledger.  A pair with no basis bears no interest.  The    ***
      ***  rate, basis and balance are one agreement between the    ***
      ***  two companies, so they are copied to the reverse record  ***
      ***  whenever either is saved, and a new pair takes them      ***
      ***  from its reverse record when there is one.               ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY),               ***
      ***              GLMASTF (INPUT ONLY), GLICPTF                ***
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
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
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
       01  WS-CONAME              PIC X(40).
       01  WS-OPTION              PIC X.
           88  WS-OPT-ADD         VALUE "1".
       01  WS-IC-VALID            PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-INT-VALID           PIC X.
       01  WS-REV-FOUND           PIC X.
      *
      *  The pair being saved is held here while its reverse record
      *      is read and given the same interest terms
      *
       01  WS-SAVE-KEY            PIC X(4).
       01  WS-SAVE-RATE           PIC 9(3)V9(4).
       01  WS-SAVE-BASIS          PIC X.
       01  WS-SAVE-BALANCE        PIC X.
       01  WS-SAVE-INC-ACCTNO     PIC 9(6).
       01  WS-SAVE-EXP-ACCTNO     PIC 9(6).
       01  WS-SAVE-INT-DEPT       PIC 9(3).
       01  WS-SAVE-LAST-PERIOD    PIC 9(4).
       01  WS-SAVE-DUE-ACCTNO     PIC 9(6).
       01  WS-SAVE-DUE-DEPT       PIC 9(3).
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-SYSDATE.
           "ERR-090 : ACCOUNT NOT FOUND IN GLMASTF".
       01  WS-ERR-MESS-5          PIC X(55)  VALUE
           "WARNING : ACCOUNT NOT FLAGGED 'E' - GL030P WILL NOT NET".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-803 : INTEREST BASIS MUST BE A, B, C OR SPACE".
       01  WS-ERR-MESS-7          PIC X(51)  VALUE
           "ERR-804 : INTEREST RATE MUST BE ABOVE ZERO".
       01  WS-ERR-MESS-8          PIC X(51)  VALUE
           "ERR-805 : INTEREST BALANCE MUST BE A OR C".
       01  WS-ERR-MESS-9          PIC X(51)  VALUE
           "ERR-806 : INTEREST ACCOUNT NOT FOUND IN GLMASTF".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24
               ELSE
                   PERFORM P240-DEFAULT-TERMS
                   PERFORM P230-ACPT-DETAIL
                   IF WS-MAS-VALID = "Y"
                       WRITE GLIC-RECORD INVALID KEY
                       NOT INVALID KEY
                           DISPLAY "COMPANY PAIR ADDED TO GLICPTF"
                               LINE 24
                           PERFORM P260-MATCH-REVERSE
                       END-WRITE
                       PERFORM P900-DELAY
                       DISPLAY WS-BLANK-LINE LINE 24.
                       NOT INVALID KEY
                           DISPLAY "COMPANY PAIR UPDATED ON GLICPTF"
                               LINE 24
                           PERFORM P260-MATCH-REVERSE
                       END-REWRITE
                       PERFORM P900-DELAY
                       DISPLAY WS-BLANK-LINE LINE 24.
                   DISPLAY WS-ERR-MESS-5 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-MAS-VALID = "Y"
               PERFORM P235-ACPT-TERMS.
      *
      *  Interest terms - a blank basis means the pair bears no
      *      interest and nothing else is asked for.  The income
      *      and expense accounts sit on the first company's ledger
      *      in the one department; which is used depends on which
      *      way the due balance lies when GL092P runs.
      *
       P235-ACPT-TERMS.
           DISPLAY "INTEREST BASIS    : " LINE 13 POSITION 21.
           DISPLAY "(A-ACT/365 B-ACT/360 C-30/360)" LINE 13
               POSITION 45.
           ACCEPT  GLIC-INT-BASIS LINE 13 POSITION 42 NO BELL UPDATE.
           MOVE "Y" TO WS-INT-VALID.
           IF NOT GLIC-INT-NONE AND NOT GLIC-INT-ACT-365 AND
              NOT GLIC-INT-ACT-360 AND NOT GLIC-INT-30-360
               MOVE "N" TO WS-INT-VALID
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
           ELSE
               IF GLIC-INT-NONE
                   MOVE 0 TO GLIC-INT-RATE GLIC-INT-INC-ACCTNO
                             GLIC-INT-EXP-ACCTNO GLIC-INT-DEPT
                   MOVE SPACE TO GLIC-INT-BALANCE
               ELSE
                   PERFORM P236-ACPT-RATE.
           IF WS-INT-VALID = "N"
               MOVE "N" TO WS-MAS-VALID
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P236-ACPT-RATE.
           DISPLAY "ANNUAL RATE %     : " LINE 14 POSITION 21.
           ACCEPT  GLIC-INT-RATE LINE 14 POSITION 42 NO BELL UPDATE.
           DISPLAY "BALANCE (A-AVG C-CLOSING) : " LINE 15 POSITION 13.
           ACCEPT  GLIC-INT-BALANCE LINE 15 POSITION 42 NO BELL UPDATE.
           DISPLAY "INTEREST INCOME   : " LINE 16 POSITION 21.
           ACCEPT  GLIC-INT-INC-ACCTNO LINE 16 POSITION 42
               NO BELL UPDATE.
           DISPLAY "INTEREST EXPENSE  : " LINE 17 POSITION 21.
           ACCEPT  GLIC-INT-EXP-ACCTNO LINE 17 POSITION 42
               NO BELL UPDATE.
           DISPLAY "INTEREST DEPT     : " LINE 18 POSITION 21.
           ACCEPT  GLIC-INT-DEPT LINE 18 POSITION 42 NO BELL UPDATE.
           IF GLIC-INT-RATE = 0
               MOVE "N" TO WS-INT-VALID
               DISPLAY WS-ERR-MESS-7 LINE 24 BELL
           ELSE
               IF NOT GLIC-INT-AVERAGE AND NOT GLIC-INT-CLOSING
                   MOVE "N" TO WS-INT-VALID
                   DISPLAY WS-ERR-MESS-8 LINE 24 BELL
               ELSE
                   MOVE GLIC-INT-INC-ACCTNO TO GLMA-ACCTNO
                   PERFORM P237-CHECK-INT-ACCOUNT
                   MOVE GLIC-INT-EXP-ACCTNO TO GLMA-ACCTNO
                   PERFORM P237-CHECK-INT-ACCOUNT
                   IF WS-INT-VALID = "N"
                       DISPLAY WS-ERR-MESS-9 LINE 24 BELL.
      *
       P237-CHECK-INT-ACCOUNT.
           MOVE GLIC-COMPANY  TO GLMA-COMPANY.
           MOVE GLIC-INT-DEPT TO GLMA-DEPT.
           MOVE SPACE         TO GLMA-CURHIS.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-INT-VALID.
      *
      *  A new pair starts with no interest, or with the terms
      *      already agreed on its reverse record
      *
       P240-DEFAULT-TERMS.
           MOVE GLIC-KEY TO WS-SAVE-KEY.
           MOVE 0 TO WS-SAVE-RATE.
           MOVE SPACE TO WS-SAVE-BASIS WS-SAVE-BALANCE.
           MOVE GLIC-OTHER-COMPANY TO GLIC-COMPANY.
           MOVE WS-SAVE-KEY (1:2)  TO GLIC-OTHER-COMPANY.
           READ GLICPTF RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE GLIC-INT-RATE    TO WS-SAVE-RATE
                   MOVE GLIC-INT-BASIS   TO WS-SAVE-BASIS
                   MOVE GLIC-INT-BALANCE TO WS-SAVE-BALANCE
           END-READ.
           MOVE WS-SAVE-KEY TO GLIC-KEY.
           MOVE 0 TO GLIC-DUE-ACCTNO GLIC-DUE-DEPT
                     GLIC-INT-INC-ACCTNO GLIC-INT-EXP-ACCTNO
                     GLIC-INT-DEPT GLIC-INT-LAST-PERIOD.
           MOVE WS-SAVE-RATE    TO GLIC-INT-RATE.
           MOVE WS-SAVE-BASIS   TO GLIC-INT-BASIS.
           MOVE WS-SAVE-BALANCE TO GLIC-INT-BALANCE.
      *
       P250-DISPLAY-DETAIL.
           DISPLAY WS-BLANK-LINE LINE 10.
           DISPLAY GLIC-DUE-ACCTNO         LINE 10 POSITION 42.
           DISPLAY "DEPT              : " LINE 11 POSITION 21.
           DISPLAY GLIC-DUE-DEPT           LINE 11 POSITION 42.
           DISPLAY SPACE LINE 13 POSITION 1 ERASE EOS.
           DISPLAY "INTEREST BASIS    : " LINE 13 POSITION 21.
           DISPLAY GLIC-INT-BASIS          LINE 13 POSITION 42.
           IF NOT GLIC-INT-NONE
               DISPLAY "ANNUAL RATE %     : " LINE 14 POSITION 21
               DISPLAY GLIC-INT-RATE           LINE 14 POSITION 42
               DISPLAY "BALANCE (A-AVG C-CLOSING) : " LINE 15
                   POSITION 13
               DISPLAY GLIC-INT-BALANCE        LINE 15 POSITION 42
               DISPLAY "INTEREST INCOME   : " LINE 16 POSITION 21
               DISPLAY GLIC-INT-INC-ACCTNO     LINE 16 POSITION 42
               DISPLAY "INTEREST EXPENSE  : " LINE 17 POSITION 21
               DISPLAY GLIC-INT-EXP-ACCTNO     LINE 17 POSITION 42
               DISPLAY "INTEREST DEPT     : " LINE 18 POSITION 21
               DISPLAY GLIC-INT-DEPT           LINE 18 POSITION 42.
      *
      *  The reverse record of the pair saved takes the same rate,
      *      basis and balance, so the two companies' vouchers can
      *      never be charged on different terms.  A reverse record
      *      with no income or expense account yet still needs
      *      them keyed here before GL092P will charge the pair.
      *
       P260-MATCH-REVERSE.
           MOVE GLIC-KEY            TO WS-SAVE-KEY.
           MOVE GLIC-DUE-ACCTNO     TO WS-SAVE-DUE-ACCTNO.
           MOVE GLIC-DUE-DEPT       TO WS-SAVE-DUE-DEPT.
           MOVE GLIC-INT-RATE       TO WS-SAVE-RATE.
           MOVE GLIC-INT-BASIS      TO WS-SAVE-BASIS.
           MOVE GLIC-INT-BALANCE    TO WS-SAVE-BALANCE.
           MOVE GLIC-INT-INC-ACCTNO TO WS-SAVE-INC-ACCTNO.
           MOVE GLIC-INT-EXP-ACCTNO TO WS-SAVE-EXP-ACCTNO.
           MOVE GLIC-INT-DEPT       TO WS-SAVE-INT-DEPT.
           MOVE GLIC-INT-LAST-PERIOD TO WS-SAVE-LAST-PERIOD.
           MOVE GLIC-OTHER-COMPANY TO GLIC-COMPANY.
           MOVE WS-SAVE-KEY (1:2)  TO GLIC-OTHER-COMPANY.
           MOVE "Y" TO WS-REV-FOUND.
           READ GLICPTF RECORD INVALID KEY
               MOVE "N" TO WS-REV-FOUND.
           IF WS-REV-FOUND = "Y" AND
              (GLIC-INT-RATE NOT = WS-SAVE-RATE OR
               GLIC-INT-BASIS NOT = WS-SAVE-BASIS OR
               GLIC-INT-BALANCE NOT = WS-SAVE-BALANCE)
               MOVE WS-SAVE-RATE    TO GLIC-INT-RATE
               MOVE WS-SAVE-BASIS   TO GLIC-INT-BASIS
               MOVE WS-SAVE-BALANCE TO GLIC-INT-BALANCE
               REWRITE GLIC-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLICPTF"
                       LINE 24
               NOT INVALID KEY
                   DISPLAY "INTEREST TERMS COPIED TO REVERSE PAIR"
                       LINE 22 POSITION 21
               END-REWRITE.
           MOVE WS-SAVE-KEY          TO GLIC-KEY.
           MOVE WS-SAVE-DUE-ACCTNO   TO GLIC-DUE-ACCTNO.
           MOVE WS-SAVE-DUE-DEPT     TO GLIC-DUE-DEPT.
           MOVE WS-SAVE-RATE         TO GLIC-INT-RATE.
           MOVE WS-SAVE-BASIS        TO GLIC-INT-BASIS.
           MOVE WS-SAVE-BALANCE      TO GLIC-INT-BALANCE.
           MOVE WS-SAVE-INC-ACCTNO   TO GLIC-INT-INC-ACCTNO.
           MOVE WS-SAVE-EXP-ACCTNO   TO GLIC-INT-EXP-ACCTNO.
           MOVE WS-SAVE-INT-DEPT     TO GLIC-INT-DEPT.
           MOVE WS-SAVE-LAST-PERIOD  TO GLIC-INT-LAST-PERIOD.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
      *      needs authority level 2.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
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
                   IF GLOA-PROGRAM = "GL049P" OR "*JRNL" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL049P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
