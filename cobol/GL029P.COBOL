      ***  master (GLOPERF) - authority level 5 is needed - before  ***
      ***  any company can be added, changed or deleted.  A company ***
      ***  that still has accounts on GLMASTF may not be deleted.   ***
      ***  Each company also carries its fixed asset disposal       ***
      ***  accounts (proceeds, gain and loss) for GL068P, each      ***
      ***  validated against the company's own ledger.              ***
      ***  A subsidiary names its parent company, the parent's      ***
      ***  ownership percentage and the investment-in-subsidiary    ***
      ***  account on the parent's ledger, which GL030P eliminates  ***
      ***  and uses to split off the non-controlling interest.      ***
      ***  The company also names the budget version (GLBUDGF)      ***
      ***  that GL015P/GL014P check expense lines against - blank   ***
      ***  keeps the GLMA-BUDGETAMT budget on the master.           ***
      ***                                                           ***
      ***  I-O FILES : GLCOMPF, GLMASTF (INPUT ONLY), GLSYSPF       ***
      ***                                                           ***
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
       01  WS-OPTION              PIC X.
           88  WS-OPT-ADD         VALUE "1".
           88  WS-OPT-CHANGE      VALUE "2".
       01  WS-EDITING-DONE        PIC X.
       01  WS-EOF                 PIC X.
       01  WS-CAN-DELETE          PIC X.
       01  WS-ACCTS-OK            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-CHK-ACCTNO          PIC 9(6).
       01  WS-CHK-DEPT            PIC 9(3).
       01  WS-CHK-COMPANY         PIC XX.
       01  WS-PARENT-VALID        PIC X.
       01  WS-CO-SAVE             PIC X(100).
       01  WS-SYSDATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-3          PIC X(53)  VALUE
           "ERR-720 : COMPANY STILL HAS ACCOUNTS ON GLMASTF".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-090 : ACCOUNT NOT FOUND IN GLMASTF".
       01  WS-ERR-MESS-5          PIC X(51)  VALUE
           "ERR-725 : COMPANY CANNOT BE ITS OWN PARENT".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-726 : OWNERSHIP % MUST BE 0.01 THRU 100.00".
       01  WS-ERR-MESS-7          PIC X(51)  VALUE
           "ERR-727 : PARENT COMPANY NOT FOUND ON GLCOMPF".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *      needs authority level 5.
      *
       P020-GET-PASSWORD.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "ENTER PASSWORD :" LINE 9 POSITION 21.
              NOT GLOP-DISABLED AND
              GLOP-AUTHORITY NOT < 5
               MOVE "Y" TO WS-AUTHORISED-ACCESS.
           IF WS-AUTHORISED-ACCESS = "N"
               PERFORM P980-COUNT-FAILURE.
           IF WS-AUTHORISED-ACCESS = "Y"
               MOVE GLOP-ACCESS-CTL TO WS-OPER-MATRIX
               PERFORM P991-CHECK-PROG-ACCESS
               IF WS-ACC-FOUND NOT = "Y"
                   MOVE "A" TO WS-AUTHORISED-ACCESS.
           IF WS-AUTHORISED-ACCESS = "Y"
               PERFORM P981-CHECK-PASSWORD-AGE.
           IF WS-AUTHORISED-ACCESS = "Y"
               MOVE "SIGNON" TO WS-SEC-ACTION
           ELSE
               IF WS-AUTHORISED-ACCESS = "A"
                   MOVE "NO ACCESS" TO WS-SEC-ACTION
               ELSE
                   IF WS-AUTHORISED-ACCESS = "P"
                       MOVE "PWD EXPIRD" TO WS-SEC-ACTION
                   ELSE
                       MOVE "REFUSED" TO WS-SEC-ACTION.
           PERFORM P995-WRITE-SECURITY.
           CLOSE GLOPERF.
      *
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               MOVE 0 TO GLCO-FA-PROCEEDS-ACCTNO GLCO-FA-PROCEEDS-DEPT
                         GLCO-FA-GAIN-ACCTNO GLCO-FA-GAIN-DEPT
                         GLCO-FA-LOSS-ACCTNO GLCO-FA-LOSS-DEPT
                         GLCO-OWNERSHIP-PCT
                         GLCO-INVEST-ACCTNO GLCO-INVEST-DEPT
               MOVE SPACES TO GLCO-PARENT GLCO-BUDGET-VERSION
               PERFORM P230-ACPT-DETAIL
               IF WS-ACCTS-OK = "Y"
                   MOVE SPACE TO GLCO-STATUS
                   WRITE GLCO-RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR WRITING GLCOMPF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "COMPANY ADDED TO GLCOMPF" LINE 24
                   END-WRITE
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Change an existing company
      *
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P230-ACPT-DETAIL
               IF WS-ACCTS-OK = "Y"
                   REWRITE GLCO-RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR REWRITING GLCOMPF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "COMPANY UPDATED ON GLCOMPF" LINE 24
                   END-REWRITE
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Delete a company that no longer has accounts on GLMASTF
      *
           ELSE
               DISPLAY "BOOK CURRENCY     : " LINE 11 POSITION 21
               ACCEPT GLCO-CURRENCY LINE 11 POSITION 42 NO BELL OFF.
           PERFORM P240-ACPT-FA-ACCOUNTS.
           PERFORM P260-ACPT-OWNERSHIP.
           DISPLAY "BUDGET VERSION    : " LINE 21 POSITION 21.
           ACCEPT  GLCO-BUDGET-VERSION LINE 21 POSITION 42
                   NO BELL UPDATE.
      *
      *  The fixed asset disposal accounts GL068P books to - each
      *      one keyed must be on this company's own ledger, and a
      *      zero account leaves disposals refused for the company
      *
       P240-ACPT-FA-ACCOUNTS.
           MOVE "Y" TO WS-ACCTS-OK.
           MOVE GLCO-CODE TO WS-CHK-COMPANY.
           DISPLAY "DISPOSAL PROCEEDS : " LINE 13 POSITION 21.
           ACCEPT  GLCO-FA-PROCEEDS-ACCTNO LINE 13 POSITION 42
                   NO BELL UPDATE.
           ACCEPT  GLCO-FA-PROCEEDS-DEPT LINE 13 POSITION 50
                   NO BELL UPDATE.
           MOVE GLCO-FA-PROCEEDS-ACCTNO TO WS-CHK-ACCTNO.
           MOVE GLCO-FA-PROCEEDS-DEPT   TO WS-CHK-DEPT.
           PERFORM P245-CHECK-ACCOUNT.
           DISPLAY "GAIN ON DISPOSAL  : " LINE 14 POSITION 21.
           ACCEPT  GLCO-FA-GAIN-ACCTNO LINE 14 POSITION 42
                   NO BELL UPDATE.
           ACCEPT  GLCO-FA-GAIN-DEPT LINE 14 POSITION 50
                   NO BELL UPDATE.
           MOVE GLCO-FA-GAIN-ACCTNO TO WS-CHK-ACCTNO.
           MOVE GLCO-FA-GAIN-DEPT   TO WS-CHK-DEPT.
           PERFORM P245-CHECK-ACCOUNT.
           DISPLAY "LOSS ON DISPOSAL  : " LINE 15 POSITION 21.
           ACCEPT  GLCO-FA-LOSS-ACCTNO LINE 15 POSITION 42
                   NO BELL UPDATE.
           ACCEPT  GLCO-FA-LOSS-DEPT LINE 15 POSITION 50
                   NO BELL UPDATE.
           MOVE GLCO-FA-LOSS-ACCTNO TO WS-CHK-ACCTNO.
           MOVE GLCO-FA-LOSS-DEPT   TO WS-CHK-DEPT.
           PERFORM P245-CHECK-ACCOUNT.
      *
       P245-CHECK-ACCOUNT.
           IF WS-CHK-ACCTNO NOT = 0
               MOVE WS-CHK-COMPANY TO GLMA-COMPANY
               MOVE WS-CHK-ACCTNO TO GLMA-ACCTNO
               MOVE WS-CHK-DEPT   TO GLMA-DEPT
               MOVE SPACE         TO GLMA-CURHIS
               MOVE "Y" TO WS-MAS-VALID
               READ GLMASTF RECORD INVALID KEY
                   MOVE "N" TO WS-MAS-VALID
               END-READ
               IF WS-MAS-VALID = "N"
                   MOVE "N" TO WS-ACCTS-OK
                   DISPLAY WS-ERR-MESS-4 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *
      *  Ownership - a company with no parent is the group parent or
      *      stands alone and carries no percentage.  A subsidiary's
      *      parent must be another company on file, and its
      *      investment account is looked for on the PARENT's ledger,
      *      where the investment is carried; a zero account leaves
      *      nothing to eliminate.
      *
       P260-ACPT-OWNERSHIP.
           DISPLAY "PARENT COMPANY    : " LINE 17 POSITION 21.
           ACCEPT  GLCO-PARENT LINE 17 POSITION 42 NO BELL UPDATE.
           IF GLCO-PARENT = SPACES
               MOVE 0 TO GLCO-OWNERSHIP-PCT
                         GLCO-INVEST-ACCTNO GLCO-INVEST-DEPT
               DISPLAY WS-BLANK-LINE LINE 18
               DISPLAY WS-BLANK-LINE LINE 19
           ELSE
               PERFORM P265-CHECK-PARENT
               DISPLAY "OWNERSHIP %       : " LINE 18 POSITION 21
               ACCEPT  GLCO-OWNERSHIP-PCT LINE 18 POSITION 42
                       NO BELL UPDATE
               IF GLCO-OWNERSHIP-PCT = 0 OR
                  GLCO-OWNERSHIP-PCT > 100
                   MOVE "N" TO WS-ACCTS-OK
                   DISPLAY WS-ERR-MESS-6 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24
               END-IF
               DISPLAY "INVESTMENT A/C    : " LINE 19 POSITION 21
               ACCEPT  GLCO-INVEST-ACCTNO LINE 19 POSITION 42
                       NO BELL UPDATE
               ACCEPT  GLCO-INVEST-DEPT LINE 19 POSITION 50
                       NO BELL UPDATE
               MOVE GLCO-PARENT        TO WS-CHK-COMPANY
               MOVE GLCO-INVEST-ACCTNO TO WS-CHK-ACCTNO
               MOVE GLCO-INVEST-DEPT   TO WS-CHK-DEPT
               PERFORM P245-CHECK-ACCOUNT.
      *
      *  The parent is read into the record area, so the company
      *      being keyed is set aside and put back around the read
      *
       P265-CHECK-PARENT.
           IF GLCO-PARENT = GLCO-CODE
               MOVE "N" TO WS-ACCTS-OK
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               MOVE GLCO-RECORD TO WS-CO-SAVE
               MOVE GLCO-PARENT TO GLCO-CODE
               MOVE "Y" TO WS-PARENT-VALID
               READ GLCOMPF RECORD INVALID KEY
                   MOVE "N" TO WS-PARENT-VALID
               END-READ
               MOVE WS-CO-SAVE TO GLCO-RECORD
               IF WS-PARENT-VALID = "N"
                   MOVE "N" TO WS-ACCTS-OK
                   DISPLAY WS-ERR-MESS-7 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
       P250-DISPLAY-DETAIL.
           DISPLAY WS-BLANK-LINE LINE  7.
           DISPLAY WS-BLANK-LINE LINE  9.
           DISPLAY WS-BLANK-LINE LINE 10.
           DISPLAY WS-BLANK-LINE LINE 11.
           DISPLAY WS-BLANK-LINE LINE 13.
           DISPLAY WS-BLANK-LINE LINE 14.
           DISPLAY WS-BLANK-LINE LINE 15.
           DISPLAY WS-BLANK-LINE LINE 17.
           DISPLAY WS-BLANK-LINE LINE 18.
           DISPLAY WS-BLANK-LINE LINE 19.
           DISPLAY WS-BLANK-LINE LINE 21.
           DISPLAY "COMPANY CODE      : " LINE  7 POSITION 21.
           DISPLAY GLCO-CODE               LINE  7 POSITION 42.
           DISPLAY "COMPANY NAME      : " LINE  9 POSITION 21.
           DISPLAY GLCO-FOREIGN-BOOKS      LINE 10 POSITION 42.
           DISPLAY "BOOK CURRENCY     : " LINE 11 POSITION 21.
           DISPLAY GLCO-CURRENCY           LINE 11 POSITION 42.
           DISPLAY "DISPOSAL PROCEEDS : " LINE 13 POSITION 21.
           DISPLAY GLCO-FA-PROCEEDS-ACCTNO LINE 13 POSITION 42.
           DISPLAY GLCO-FA-PROCEEDS-DEPT   LINE 13 POSITION 50.
           DISPLAY "GAIN ON DISPOSAL  : " LINE 14 POSITION 21.
           DISPLAY GLCO-FA-GAIN-ACCTNO     LINE 14 POSITION 42.
           DISPLAY GLCO-FA-GAIN-DEPT       LINE 14 POSITION 50.
           DISPLAY "LOSS ON DISPOSAL  : " LINE 15 POSITION 21.
           DISPLAY GLCO-FA-LOSS-ACCTNO     LINE 15 POSITION 42.
           DISPLAY GLCO-FA-LOSS-DEPT       LINE 15 POSITION 50.
           DISPLAY "PARENT COMPANY    : " LINE 17 POSITION 21.
           DISPLAY GLCO-PARENT             LINE 17 POSITION 42.
           DISPLAY "OWNERSHIP %       : " LINE 18 POSITION 21.
           DISPLAY GLCO-OWNERSHIP-PCT      LINE 18 POSITION 42.
           DISPLAY "INVESTMENT A/C    : " LINE 19 POSITION 21.
           DISPLAY GLCO-INVEST-ACCTNO      LINE 19 POSITION 42.
           DISPLAY GLCO-INVEST-DEPT        LINE 19 POSITION 50.
           DISPLAY "BUDGET VERSION    : " LINE 21 POSITION 21.
           DISPLAY GLCO-BUDGET-VERSION     LINE 21 POSITION 42.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-EDITING-DONE LINE 23 POSITION 79 NO BELL OFF.
           DISPLAY WS-BLANK-LINE LINE 23.
      *
      *  Lockout - a wrong password for a live operator counts
      *      against GLOP-FAIL-COUNT.  When the count reaches
      *      GLSP-PWD-MAX-FAILS the operator is locked out (status
      *      'L') until a level 5 operator unlocks it in GL037P
      *
       P980-COUNT-FAILURE.
           MOVE "N" TO WS-LOCKOUT.
           IF GLOP-PASSWD NOT = WS-NEW-PASSWORD AND NOT GLOP-DISABLED
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
                   MOVE "P" TO WS-AUTHORISED-ACCESS.
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
                   IF GLOA-PROGRAM = "GL029P" OR "*MAINT" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL029P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
