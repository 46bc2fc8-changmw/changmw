      ***  against the operator master (GLOPERF) - authority level   ***
      ***  2 is needed - and selects the company (GLCOMPF) whose     ***
      ***  chart the template lines are validated against before a   ***
      ***  template can be added, changed or deleted.  Each line     ***
      ***  may name the project/job (GLPROJF) it is charged to,      ***
      ***  which must belong to that company and still be open.      ***
      ***  A line may not name an account retired as inactive.       ***
      ***                                                           ***
      ***  I-O FILES : GLTMPLF, GLSYSPF, GLMASTF, GLCOMPF,           ***
      ***              GLPROJF (INPUT ONLY)                          ***
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
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLTM-NAME.
           SELECT GLPROJF   ASSIGN       TO RANDOM 'GLPROJF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLPR-CODE.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
      *
      *  Recurring journal template file
           COPY "GLTMPLSL.DEF".
      *
      *  Project / job master file - maintained by GL081P
           COPY "GLPROJSL.DEF".
      *
       WORKING-STORAGE SECTION.
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
       01  WS-OPTION              PIC X.
           88  WS-OPT-ADD         VALUE "1".
           88  WS-OPT-CHANGE      VALUE "2".
       01  WS-LN-DEBIT            PIC S9(8)V99.
       01  WS-LN-CREDIT           PIC S9(8)V99.
       01  WS-LN-AMOUNT           PIC S9(9)V99.
       01  WS-LN-PROJECT          PIC X(6).
       01  WS-PROJ-VALID          PIC X.
       01  WS-SUB                 PIC 99.
       01  WS-EDIT                PIC -(8)9.99  BLANK WHEN ZERO.
       01  WS-SYSDATE.
           "ERR-130 : CONTROL A/C - POSTED VIA SUB-LEDGER ONLY".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-8          PIC X(55)  VALUE
           "ERR-759 : PROJECT NOT FOUND, CLOSED OR OTHER COMPANY".
       01  WS-ERR-MESS-9          PIC X(55)  VALUE
           "ERR-772 : ACCOUNT IS INACTIVE - NO POSTING ALLOWED".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
               PERFORM P030-GET-COMPANY
               OPEN I-O GLMASTF
                    I-O GLTMPLF
                    INPUT GLPROJF
               MOVE SPACE TO WS-OPTION
               PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT
               CLOSE GLMASTF
               CLOSE GLTMPLF
               CLOSE GLPROJF
               CLOSE GLCOMPF
           ELSE
               DISPLAY "ERR 24 : UNAUTHORISED ACCESS" LINE 24 BELL.
      *      needs authority level 2.
      *
       P020-GET-PASSWORD.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "ENTER PASSWORD :" LINE 9 POSITION 21.
              NOT GLOP-DISABLED AND
              GLOP-AUTHORITY NOT < 2
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
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-MAIN-MENU.
           PERFORM P010-SHOW-HEADINGS.
                   DISPLAY WS-ERR-MESS-5 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24
               ELSE IF GLMA-INACTIVE
                   DISPLAY WS-ERR-MESS-9 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24
               ELSE IF NOT GLMA-NOT-CONTROL
                   DISPLAY WS-ERR-MESS-7 LINE 24 BELL
                   PERFORM P900-DELAY
                   ACCEPT WS-LN-PARTICULAR LINE WS-LINE-NUM
                          POSITION 14 NO BELL
                   PERFORM P530-ACPT-AMOUNT
                   PERFORM P540-ACPT-PROJECT
                   ADD 1 TO GLTM-LINE-COUNT
                   MOVE WS-LN-ACCTNO
                        TO GLTM-ACCTNO (GLTM-LINE-COUNT)
                        TO GLTM-PARTICULAR (GLTM-LINE-COUNT)
                   MOVE WS-LN-AMOUNT
                        TO GLTM-AMOUNT (GLTM-LINE-COUNT)
                   MOVE WS-LN-PROJECT
                        TO GLTM-PROJECT (GLTM-LINE-COUNT)
                   ADD 1 TO WS-LINE-NUM.
      *
       P520-READ-MAST.
           ELSE
               MOVE WS-LN-DEBIT TO WS-LN-AMOUNT
               MOVE 0 TO WS-LN-CREDIT.
      *
      *  The project/job the line is charged to - blank for none.
      *      A code must be on GLPROJF, belong to the selected
      *      company and still be open, the same test GL015P makes
      *      when the template is recalled
      *
       P540-ACPT-PROJECT.
           MOVE "N" TO WS-PROJ-VALID.
           PERFORM P541-ACPT-PROJECT-CODE UNTIL WS-PROJ-VALID = "Y".
      *
       P541-ACPT-PROJECT-CODE.
           MOVE SPACES TO WS-LN-PROJECT.
           DISPLAY "PROJ : " LINE 22 POSITION 50.
           ACCEPT WS-LN-PROJECT LINE 22 POSITION 57 NO BELL.
           MOVE "Y" TO WS-PROJ-VALID.
           IF WS-LN-PROJECT NOT = SPACES
               MOVE WS-LN-PROJECT TO GLPR-CODE
               READ GLPROJF RECORD INVALID KEY
                   MOVE "N" TO WS-PROJ-VALID
               END-READ
               IF WS-PROJ-VALID = "Y" AND
                  (GLPR-COMPANY NOT = WS-COMPANY OR GLPR-CLOSED)
                   MOVE "N" TO WS-PROJ-VALID.
           IF WS-PROJ-VALID = "N"
               DISPLAY WS-ERR-MESS-8 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           DISPLAY SPACE LINE 22 POSITION 50 SIZE 13.
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
                   IF GLOA-PROGRAM = "GL013P" OR "*JRNL" OR "*ALL"
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
               MOVE "GL013P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*JRNL" TO GLOA-PROGRAM
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
           MOVE "GL013P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
