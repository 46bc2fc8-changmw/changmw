      *|               company name, the system password (which now    |
      *|               guards only GL037P), the retained earnings,     |
      *|               suspense and unrealised gain/loss posting       |
      *|               accounts, the archive retention years, the      |
      *|               inter-company reconciliation tolerance and the  |
      *|               budget percentage the over-budget exception     |
      *|               listing (GL073P) treats as near the limit, the  |
      *|               age in days at which operator passwords must be |
      *|               changed and the wrong passwords in a row that   |
      *|               lock an operator out.                           |
      *|               The posting date and number counters remain     |
      *|               system maintained                               |
      *|   I-O FILES : GLSYSPF                                         |
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLOP-ID.
       SELECT GLOACCF  ASSIGN TO RANDOM 'GLOACCF'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLOA-KEY.
       SELECT GLSECLF ASSIGN TO 'GLSECLF'.
       SELECT GLPWLOGF ASSIGN TO OUTPUT 'GLPWLOGF'.
      *
      *
      *  Operator master file
       COPY "GLOPERSL.DEF".
       COPY "GLOACCSL.DEF".
       COPY "GLSECLSL.DEF".
      *
      *  Password change audit log - one line written every time
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
       01 WS-OLD-PASSWD        PIC  X(8).
       01 WS-OPERATOR-ID       PIC  X(8).
       01 WS-MASKED-PASSWD     PIC  X(8)  VALUE ALL "*".
           DISPLAY GLSP-ARCH-KEEP-YEARS     LINE 16 POSITION 31.
           DISPLAY "SPOOL KEEP REPORTS:"    LINE 17 POSITION 11.
           DISPLAY GLSP-SPOOL-KEEP          LINE 17 POSITION 31.
           DISPLAY "IC RECON TOLERANCE:"    LINE 18 POSITION 11.
           DISPLAY GLSP-IC-TOLERANCE        LINE 18 POSITION 31.
           DISPLAY "BUDGET NEAR PCT:"       LINE 19 POSITION 14.
           DISPLAY GLSP-BUDGET-NEAR-PCT     LINE 19 POSITION 31.
           DISPLAY "PASSWORD MAX DAYS:"     LINE 20 POSITION 12.
           DISPLAY GLSP-PWD-MAX-DAYS        LINE 20 POSITION 31.
           DISPLAY "SIGN-ON MAX FAILS:"     LINE 21 POSITION 12.
           DISPLAY GLSP-PWD-MAX-FAILS       LINE 21 POSITION 31.
      *
       P006-SHOW-HEADINGS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21 ERASE EOS.
      *      signed-on id is the one stamped on the audit log.
      *
       P007-GET-OLD-PASSWORD.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "ENTER PASSWORD :" LINE 9 POSITION 21.
              NOT GLOP-DISABLED AND
              GLOP-AUTHORITY NOT < 5
             MOVE 'Y' TO WS-AUTHORISED-ACCESS.
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
      *      so the live parameter file never has to be patched.
      *      Zero in an account means the function that needs it
      *      refuses to run; zero keep-years keeps every archive
      *      year.  The inter-company tolerance is the home
      *      currency difference GL072P lets a pair carry and still
      *      call it agreed
      *
       P011-GET-POSTING-ACCOUNTS.
           ACCEPT GLSP-RETEARN-ACCT LINE 13 POSITION 31
           ACCEPT GLSP-SPOOL-KEEP LINE 17 POSITION 31
                  NO BELL TAB UPDATE.
           DISPLAY GLSP-SPOOL-KEEP LINE 17 POSITION 31.
           ACCEPT GLSP-IC-TOLERANCE LINE 18 POSITION 31
                  NO BELL TAB UPDATE.
           DISPLAY GLSP-IC-TOLERANCE LINE 18 POSITION 31.
           ACCEPT GLSP-BUDGET-NEAR-PCT LINE 19 POSITION 31
                  NO BELL TAB UPDATE.
           DISPLAY GLSP-BUDGET-NEAR-PCT LINE 19 POSITION 31.
           ACCEPT GLSP-PWD-MAX-DAYS LINE 20 POSITION 31
                  NO BELL TAB UPDATE.
           DISPLAY GLSP-PWD-MAX-DAYS LINE 20 POSITION 31.
           ACCEPT GLSP-PWD-MAX-FAILS LINE 21 POSITION 31
                  NO BELL TAB UPDATE.
           DISPLAY GLSP-PWD-MAX-FAILS LINE 21 POSITION 31.
      *
       P030-CLEAR-MESSAGE-AREA.
           DISPLAY WS-BLANK-LINE LINE 24.
                    (WS-EDITING-DONE = "N") OR
                    (WS-EDITING-DONE = "9").
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
                   IF GLOA-PROGRAM = "GL010P" OR "*MAINT" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL010P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
