      ***  format instead of the fixed account-type grouping.  A        ***
      ***  blank layout name keeps the standard comparative             ***
      ***  statements.                                                  ***
      ***  For a company that keeps a fiscal calendar (GLFCALF) the     ***
      ***  month entered is the posting period whose bucket GL018P      ***
      ***  filled from the fiscal period's dates, and the heading       ***
      ***  shows that fiscal period's first and last day.               ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLMASTF (INPUT ONLY), GL028R (PRINT),  ***
      ***              GLCOMPF (INPUT ONLY), GLFCALF (INPUT ONLY)      ***
      ***                                                           ***
      *****************************************************************
      *
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
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
           COPY "GLCOMPSL.DEF".
      *
      *  Fiscal calendar file
           COPY "GLFCALSL.DEF".
      *
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
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
       01  WS-OFFSET              PIC 99.
       01  WS-INDEX               PIC 99.
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2             PIC X(30).
      *
      *  Fiscal period of a company that keeps a fiscal calendar -
      *      the posting period is the month entered in the year of
      *      the posting date, or the year before for a month after
      *      the posting month
      *
       01  WS-FP-PERIOD.
           05  WS-FP-YY           PIC 99.
           05  WS-FP-MM           PIC 99.
       01  WS-FP-PERIOD-N REDEFINES WS-FP-PERIOD
                                  PIC 9(4).
       01  WS-FP-FOUND            PIC X  VALUE "N".
       01  WS-FP-EOF              PIC X.
       01  WS-FP-DATE.
           05  WS-FP-DATE-YY      PIC 99.
           05  WS-FP-DATE-MM      PIC 99.
           05  WS-FP-DATE-DD      PIC 99.
      *
       01  WS-HEADING-PD.
           05  FILLER             PIC X(14) VALUE "FISCAL PERIOD ".
           05  WS-HPD-START-DD    PIC 99/.
           05  WS-HPD-START-MM    PIC 99/.
           05  WS-HPD-START-YY    PIC 99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  WS-HPD-END-DD      PIC 99/.
           05  WS-HPD-END-MM      PIC 99/.
           05  WS-HPD-END-YY      PIC 99.
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(36) VALUE SPACES.
                   LINE 15 POSITION 21
               ACCEPT WS-ADJ-OPTION LINE 15 POSITION 58
                   NO BELL OFF.
           PERFORM P040-FIND-FISCAL-PERIOD.
           PERFORM P984-OPEN-SPOOL.
           IF WS-LAYOUT-NAME = SPACES
               PERFORM P100-PRINT-INCOME-STATEMENT
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               MOVE GLCO-NAME TO WS-CONAME WS-COMPANY-NAME.
      *
      *  The fiscal period posted under the month entered, when the
      *      company keeps a fiscal calendar - its dates go on the
      *      report heading
      *
       P040-FIND-FISCAL-PERIOD.
           MOVE "N" TO WS-FP-FOUND.
           MOVE WS-PERIOD-MONTH TO WS-FP-MM.
           IF WS-PERIOD-MONTH > GLSP-PMONTH
               IF GLSP-PYEAR = 0
                   MOVE 99 TO WS-FP-YY
               ELSE
                   COMPUTE WS-FP-YY = GLSP-PYEAR - 1
           ELSE
               MOVE GLSP-PYEAR TO WS-FP-YY.
           OPEN INPUT GLFCALF.
           MOVE "N" TO WS-FP-EOF.
           MOVE WS-COMPANY TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "Y" TO WS-FP-EOF.
           PERFORM P045-SCAN-FISCAL-PERIOD UNTIL WS-FP-EOF = "Y".
           CLOSE GLFCALF.
      *
       P045-SCAN-FISCAL-PERIOD.
           READ GLFCALF NEXT RECORD AT END MOVE "Y" TO WS-FP-EOF.
           IF WS-FP-EOF = "N"
               IF GLFC-COMPANY NOT = WS-COMPANY
                   MOVE "Y" TO WS-FP-EOF
               ELSE IF GLFC-POSTPERIOD = WS-FP-PERIOD-N
                   MOVE "Y" TO WS-FP-FOUND WS-FP-EOF
                   MOVE GLFC-STARTDATE TO WS-FP-DATE
                   MOVE WS-FP-DATE-DD TO WS-HPD-START-DD
                   MOVE WS-FP-DATE-MM TO WS-HPD-START-MM
                   MOVE WS-FP-DATE-YY TO WS-HPD-START-YY
                   MOVE GLFC-ENDDATE TO WS-FP-DATE
                   MOVE WS-FP-DATE-DD TO WS-HPD-END-DD
                   MOVE WS-FP-DATE-MM TO WS-HPD-END-MM
                   MOVE WS-FP-DATE-YY TO WS-HPD-END-YY.
      *
      *  Balance carried down as of the requested period, in the
      *  account's natural (debit or credit) direction.  The same
      *  pass also derives the period movement on its own and the
           MOVE "2" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2
           PERFORM P985-SPOOL-LINE.
           IF WS-FP-FOUND = "Y"
               MOVE "1" TO WS-SPOOL-ADV
               WRITE REPORT-LINE FROM WS-HEADING-PD AFTER 1
               PERFORM P985-SPOOL-LINE.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM SPACES AFTER 1
           PERFORM P985-SPOOL-LINE.
      *      needs authority level 1.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
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
           WRITE GLRL-RECORD.
           CLOSE GLRNLGF.
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
                   IF GLOA-PROGRAM = "GL028P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  The company selected must be granted to the operator for
      *      this program too - a grant for the company itself or
      *      for every company ('**').  A refusal is journalled
      *      with the company and the operator asked again
      *
       P993-CHECK-CO-ACCESS.
           MOVE "Y" TO WS-ACC-FOUND.
           IF WS-OPER-MATRIX = "M"
               OPEN INPUT GLOACCF
               MOVE "N" TO WS-ACC-FOUND
               MOVE WS-OPERATOR-ID TO GLOA-OPERATOR
               MOVE GLCO-CODE TO GLOA-COMPANY
               PERFORM P994-TRY-GRANTS
               MOVE "**" TO GLOA-COMPANY
               PERFORM P994-TRY-GRANTS
               CLOSE GLOACCF.
           IF WS-ACC-FOUND NOT = "Y"
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-748 : NO ACCESS TO THIS COMPANY"
                   LINE 24 BELL
               MOVE GLCO-CODE TO WS-SEC-COMPANY
               MOVE "CO REFUSED" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               MOVE SPACES TO WS-SEC-COMPANY.
      *
       P994-TRY-GRANTS.
           IF WS-ACC-FOUND = "N"
               MOVE "GL028P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*INQ" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*ALL" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL028P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
