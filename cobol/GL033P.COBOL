      ***  GLMASTF.  Every account that does not tie, and every     ***
      ***  orphan history line, is printed on the exception         ***
      ***  report (GL033R).  Run it after every posting run and     ***
      ***  before GL012P closes a period.  A company that keeps a   ***
      ***  fiscal calendar (GLFCALF) has its lines slotted by the   ***
      ***  fiscal period their voucher date falls in, as GL018P     ***
      ***  posts them.                                              ***
      ***                                                           ***
      ***          Run as a step of the nightly stream (GL077P) the ***
      ***  program finds its own record on the parameter deck       ***
      ***  (GLRPARF), skips the sign-on, and writes COMPLETED, or   ***
      ***  OUT OF BAL when the ledger does not tie, to the run log  ***
      ***  (GLRNLGF) - an out-of-balance ledger stops the stream.   ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLMASTF, GLT001F, GLFCALF (ALL      ***
      ***              INPUT ONLY), GL033R (PRINT)                  ***
      ***                                                           ***
      *****************************************************************
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSYSPF   ASSIGN       TO INPUT 'GLSYSPF'.
           SELECT OPTIONAL GLRPARF
                            ASSIGN       TO INPUT 'GLRPARF'.
           SELECT GLRNLGF   ASSIGN       TO OUTPUT 'GLRNLGF'.
           SELECT GLOPERF   ASSIGN       TO RANDOM 'GLOPERF'
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
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLJRNLHF  ASSIGN       TO INPUT 'GLT001F'.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLICLST   ASSIGN       TO PRINT 'GL033R'.
      *
       DATA DIVISION.
      *  System parameter file
           COPY "GLSYSPSL.DEF".
      *
      *  Report parameter deck and run log
           COPY "GLRPARSL.DEF".
           COPY "GLRNLGSL.DEF".
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  General Ledger Master file
      *
      *  Posted transaction history file
           COPY "GLJRNHSL.DEF".
      *
      *  Fiscal calendar file
           COPY "GLFCALSL.DEF".
      *
       FD  GLICLST
           LABEL RECORDS ARE OMITTED
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PARAM-MODE          PIC X.
       01  WS-PAR-EOF             PIC X.
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
       01  WS-HIST-EOF            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-HIST-NET            PIC S9(11)V99  VALUE 0.
       01  WS-MAST-NET            PIC S9(11)V99  VALUE 0.
       01  WS-ACCT-BAL            PIC S9(9)V99.
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
      *  Re-added history amounts, one bucket per fiscal period,
      *      rebuilt from GLT001F for the account being checked
       P000-MAIN.
           OPEN INPUT  GLSYSPF.
           OPEN INPUT  GLMASTF.
           OPEN INPUT  GLFCALF.
           OPEN OUTPUT GLICLST.
           READ GLSYSPF.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               MOVE GLRP-OPERATOR TO WS-OPERATOR-ID
           ELSE
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF GLMASTF GLFCALF GLICLST
                   GOBACK.
           PERFORM P100-PRINT-HEADING.
           PERFORM P200-CHECK-ALL-ACCOUNTS.
           PERFORM P400-CHECK-ORPHANS.
           PERFORM P500-PRINT-TOTALS.
           IF WS-PARAM-MODE = "Y"
               PERFORM P008-WRITE-RUN-LOG.
           CLOSE GLSYSPF
                 GLMASTF
                 GLFCALF
                 GLICLST.
           GOBACK.
      *
       P100-PRINT-HEADING.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
              GLJRH-ACCTNO = GLMA-ACCTNO AND
              GLJRH-DEPT = GLMA-DEPT AND
              GLJRH-STATUS NOT = "V"
               MOVE GLJRH-COMPANY   TO WS-FC-COMPANY
               MOVE GLJRH-VOUCHERDT TO WS-FC-DATE-N
               PERFORM P252-FIND-FISCAL-PERIOD
               COMPUTE WS-INDEX = WS-FC-MM - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12
               END-IF
               ADD GLJRH-AMOUNT TO WS-HIST-AMT (WS-INDEX).
           PERFORM P250-READ-HIST.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P252-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P253-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P253-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P253-READ-FISCAL-PERIOD.
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
               PERFORM P254-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P254-TEST-ANY-CALENDAR.
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
       P260-COMPARE-PERIODS.
           MOVE "Y" TO WS-ACCT-TIES.
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
      *  Unattended mode - when the parameter deck the nightly
      *      stream controller (GL077P) builds carries a record for
      *      this program, the answers come from the deck instead
      *      of the keyboard and the outcome goes to the run log
      *      for the controller to judge
      *
       P002-CHECK-PARAM-MODE.
           MOVE "N" TO WS-PARAM-MODE.
           OPEN INPUT GLRPARF.
           MOVE "N" TO WS-PAR-EOF.
           PERFORM P003-READ-PARAM.
           PERFORM P004-SCAN-PARAM UNTIL WS-PAR-EOF = "Y"
               OR WS-PARAM-MODE = "Y".
           CLOSE GLRPARF.
      *
       P003-READ-PARAM.
           READ GLRPARF RECORD AT END MOVE "Y" TO WS-PAR-EOF.
      *
       P004-SCAN-PARAM.
           IF GLRP-PROGRAM = "GL033P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P008-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL033P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           IF WS-COUNT-EXCEPT = 0 AND WS-COUNT-ORPHAN = 0 AND
              WS-HIST-NET = 0 AND WS-MAST-NET = 0
               MOVE "COMPLETED" TO GLRL-STATUS
           ELSE
               MOVE "OUT OF BAL" TO GLRL-STATUS.
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
                   IF GLOA-PROGRAM = "GL033P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL033P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
