      ***  change and delete is written to the audit file            ***
      ***  (GLMAUDF) with the full before and after record images    ***
      ***  and the operator who made it - GL038P lists them for a    ***
      ***  date range.  An expense account may carry a budget        ***
      ***  control flag - 'W' warns and 'R' refuses a voucher line   ***
      ***  in GL015P/GL014P that would take it over budget.          ***
      ***  An account may be retired as inactive (GLMA-STATUS =      ***
      ***  'I') so nothing more can be posted to it - only once its  ***
      ***  balance is zero and no unposted line on GLJRNLF names     ***
      ***  it - and brought back into use the same way.  Both are    ***
      ***  written to GLMAUDF as INACTV / REACTV.                    ***
      ***                                                           ***
      ***  I-O FILES : GLMASTF, GLSYSPF, GLCOMPF (INPUT ONLY),       ***
      ***              GLJRNLF (INPUT ONLY), GLMAUDF (EXTEND)        ***
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
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLMAUDF   ASSIGN       TO OUTPUT 'GLMAUDF'.
      *
       DATA DIVISION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Open transaction journal
           COPY "GLJRNLSL.DEF".
      *
      *  Chart of accounts maintenance audit file
           COPY "GLMAUDSL.DEF".
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
           88  WS-OPT-DELETE      VALUE "3".
           88  WS-OPT-STATUS      VALUE "4".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-MAS-VALID           PIC X.
       01  WS-CO-VALID            PIC X.
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-7          PIC X(51)  VALUE
           "ERR-450 : DEPARTMENT 999 IS RESERVED".
       01  WS-ERR-MESS-8          PIC X(55)  VALUE
           "ERR-773 : ACCOUNT BALANCE NOT ZERO - CANNOT INACTIVATE".
       01  WS-ERR-MESS-9          PIC X(55)  VALUE
           "ERR-774 : UNPOSTED LINES ON GLJRNLF - CANNOT INACTIVATE".
       01  WS-CAN-DELETE          PIC X.
       01  WS-OPEN-LINES          PIC X.
       01  WS-JRN-EOF             PIC X.
       01  WS-ACCT-BALANCE        PIC S9(9)V99.
       01  WS-BEFORE-IMAGE        PIC X(240).
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
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
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-MAIN-MENU.
           DISPLAY WS-BLANK-LINE LINE 9.
           DISPLAY "1 - ADD AN ACCOUNT"    LINE  9 POSITION 21.
           DISPLAY "2 - CHANGE AN ACCOUNT" LINE 10 POSITION 21.
           DISPLAY "3 - DELETE AN ACCOUNT" LINE 11 POSITION 21.
           DISPLAY "4 - INACTIVATE / REACTIVATE AN ACCOUNT"
                                           LINE 12 POSITION 21.
           DISPLAY "9 - QUIT"              LINE 13 POSITION 21.
           DISPLAY "OPTION : "             LINE 14 POSITION 21.
           ACCEPT  WS-OPTION LINE 14 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
                   PERFORM P300-CHANGE-ACCOUNT
               WHEN WS-OPT-DELETE
                   PERFORM P400-DELETE-ACCOUNT
               WHEN WS-OPT-STATUS
                   PERFORM P500-CHANGE-STATUS
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
               MOVE SPACE TO GLMA-STATUS
               MOVE 0 TO GLMA-FOREIGN-BAL
               MOVE 0 TO GLMA-POST-SEQNO
               MOVE 0 TO GLMA-LAST-POSTDT
               ACCEPT WS-SYSDATE FROM DATE
               MOVE WS-SYSDATE TO GLMA-CREATEDAT
               WRITE GLMA-RECORD INVALID KEY
           IF GLMA-PERIODAMT (WS-SUB) NOT = 0
               MOVE "N" TO WS-CAN-DELETE.
      *
      *  Retire an account as inactive, or bring an inactive one
      *      back into use.  Retiring needs a zero balance (home and
      *      foreign) and no line on GLJRNLF still to be posted to
      *      it; reactivating is always allowed.
      *
       P500-CHANGE-STATUS.
           PERFORM P210-ACPT-ACCTNO.
           MOVE SPACE TO GLMA-CURHIS.
           PERFORM P220-READ-MAST.
           IF WS-MAS-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               IF GLMA-INACTIVE
                   DISPLAY "REACTIVATE THIS ACCOUNT ? (Y,N) " LINE 22
                       POSITION 21
                   ACCEPT WS-EDITING-DONE LINE 22 POSITION 54
                       NO BELL OFF
                   IF WS-EDITING-DONE = "Y"
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE GLMA-RECORD TO WS-BEFORE-IMAGE
                       MOVE SPACE TO GLMA-STATUS
                       MOVE "REACTV" TO GLAU-ACTION
                       PERFORM P530-REWRITE-STATUS
                   ELSE
                       DISPLAY "REACTIVATE CANCELLED" LINE 24
                   END-IF
               ELSE
                   PERFORM P510-CHECK-BALANCE
                   IF WS-ACCT-BALANCE NOT = 0 OR
                      GLMA-FOREIGN-BAL NOT = 0
                       DISPLAY WS-ERR-MESS-8 LINE 24 BELL
                   ELSE
                       PERFORM P520-CHECK-OPEN-LINES
                       IF WS-OPEN-LINES = "Y"
                           DISPLAY WS-ERR-MESS-9 LINE 24 BELL
                       ELSE
                           DISPLAY "INACTIVATE THIS ACCOUNT ? (Y,N) "
                               LINE 22 POSITION 21
                           ACCEPT WS-EDITING-DONE LINE 22 POSITION 54
                               NO BELL OFF
                           IF WS-EDITING-DONE = "Y"
                               MOVE SPACES TO WS-BEFORE-IMAGE
                               MOVE GLMA-RECORD TO WS-BEFORE-IMAGE
                               MOVE "I" TO GLMA-STATUS
                               MOVE "INACTV" TO GLAU-ACTION
                               PERFORM P530-REWRITE-STATUS
                           ELSE
                               DISPLAY "INACTIVATE CANCELLED" LINE 24
                           END-IF
                       END-IF
                   END-IF
               END-IF
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 22
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Balance at today - beginning balance plus every period
      *      bucket, 13 included
      *
       P510-CHECK-BALANCE.
           MOVE GLMA-BEGINBAL TO WS-ACCT-BALANCE.
           PERFORM P511-ADD-PERIOD-AMT VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 13.
      *
       P511-ADD-PERIOD-AMT.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-ACCT-BALANCE.
      *
      *  Any line for the account not yet posted or voided - approved,
      *      awaiting approval, returned, or archived by a posting run
      *      that has not yet rolled it - would still move the balance
      *
       P520-CHECK-OPEN-LINES.
           MOVE "N" TO WS-OPEN-LINES.
           OPEN INPUT GLJRNLF.
           MOVE "N" TO WS-JRN-EOF.
           MOVE LOW-VALUES TO GLJR-KEY.
           START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
               MOVE "Y" TO WS-JRN-EOF.
           PERFORM P521-READ-JOURNAL.
           PERFORM P522-TEST-JOURNAL
               UNTIL WS-JRN-EOF = "Y" OR WS-OPEN-LINES = "Y".
           CLOSE GLJRNLF.
      *
       P521-READ-JOURNAL.
           IF WS-JRN-EOF = "N"
               READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-JRN-EOF.
      *
       P522-TEST-JOURNAL.
           IF GLJR-COMPANY = GLMA-COMPANY AND
              GLJR-ACCTNO = GLMA-ACCTNO AND
              GLJR-DEPT = GLMA-DEPT AND
              NOT GLJR-POSTED AND NOT GLJR-VOID
               MOVE "Y" TO WS-OPEN-LINES.
           PERFORM P521-READ-JOURNAL.
      *
       P530-REWRITE-STATUS.
           REWRITE GLMA-RECORD INVALID KEY
               DISPLAY "ERR-050 : ERROR REWRITING GLMASTF" LINE 24
           NOT INVALID KEY
               DISPLAY "ACCOUNT STATUS UPDATED ON GLMASTF" LINE 24
               PERFORM P700-WRITE-AUDIT
           END-REWRITE.
      *
      *  Common accept / display / read routines
      *
       P210-ACPT-ACCTNO.
           DISPLAY "CURRENCY (BLANK=HOME) : " LINE 16 POSITION 21.
           ACCEPT  GLMA-CURRENCY LINE 16 POSITION 46 NO BELL OFF.
           PERFORM P233-ACPT-CASHFLOW.
           PERFORM P234-ACPT-BUDGET-CTL.
      *
       P231-ACPT-DRCR.
           DISPLAY "DR/CR (+1,-1)     : " LINE 11 POSITION 21.
           IF NOT (GLMA-CF-OPERATING OR GLMA-CF-INVESTING OR
                   GLMA-CF-FINANCING OR GLMA-CF-CASH)
               MOVE SPACE TO GLMA-CASHFLOW.
      *
      *  Budget control for GL015P/GL014P - 'W' warns, 'R' refuses a
      *      line that would take the account over budget; only an
      *      expense account is checked, so any other type is blank
      *
       P234-ACPT-BUDGET-CTL.
           DISPLAY "BUDGET CHECK (W,R, ) : " LINE 18 POSITION 21.
           ACCEPT  GLMA-BUDGET-CTL LINE 18 POSITION 46 NO BELL OFF.
           IF NOT (GLMA-BUDGET-WARN OR GLMA-BUDGET-REFUSE) OR
              NOT GLMA-TYPE-EXPENSE
               MOVE SPACE TO GLMA-BUDGET-CTL.
      *
       P250-DISPLAY-DETAIL.
           DISPLAY WS-BLANK-LINE LINE  7.
           DISPLAY WS-BLANK-LINE LINE 15.
           DISPLAY WS-BLANK-LINE LINE 16.
           DISPLAY WS-BLANK-LINE LINE 17.
           DISPLAY WS-BLANK-LINE LINE 18.
           DISPLAY WS-BLANK-LINE LINE 19.
           DISPLAY "A/C NO.           : " LINE  7 POSITION 21.
           DISPLAY GLMA-ACCTNO             LINE  7 POSITION 42.
           DISPLAY "DEPT (000-998)    : " LINE  8 POSITION 21.
           DISPLAY GLMA-CURRENCY           LINE 16 POSITION 46.
           DISPLAY "CASH FLOW (O,V,F,C, ) : " LINE 17 POSITION 21.
           DISPLAY GLMA-CASHFLOW           LINE 17 POSITION 46.
           DISPLAY "BUDGET CHECK (W,R, ) : " LINE 18 POSITION 21.
           DISPLAY GLMA-BUDGET-CTL         LINE 18 POSITION 46.
           DISPLAY "STATUS (D,I, )        : " LINE 19 POSITION 21.
           DISPLAY GLMA-STATUS             LINE 19 POSITION 46.
      *
      *  One audit record per maintenance action, full before and
      *      after images - the same open/write/close pattern GL010P
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
                   IF GLOA-PROGRAM = "GL011P" OR "*MAINT" OR "*ALL"
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
               MOVE "GL011P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*MAINT" TO GLOA-PROGRAM
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
           MOVE "GL011P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
