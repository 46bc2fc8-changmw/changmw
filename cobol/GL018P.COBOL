      ***  the line's GLT001F record position into                  ***
      ***  GLMA-POST-SEQNO in the same rewrite, so a line can       ***
      ***  never be added into the master twice however the run     ***
      ***  is interrupted; the same rewrite carries the latest      ***
      ***  voucher date into GLMA-LAST-POSTDT for GL086P's dormant  ***
      ***  account review.  A final pass turns the 'H' journal      ***
      ***  marks into 'P'.  A restart after a crash finds the       ***
      ***  active run-control record, skips the re-sort, repairs    ***
      ***  the one journal mark a crash can lose, finishes the      ***
      ***  vouchers in flight exactly once, and prints what it      ***
      ***  recovered on the register.                               ***
      ***                                                           ***
      ***          Run as a step of the nightly stream (GL077P) the ***
      ***  program finds its own record on the parameter deck       ***
      ***  (GLRPARF), skips the sign-on and the confirmation        ***
      ***  screen, and writes COMPLETED, or REJECTED when any line  ***
      ***  was rejected, to the run log (GLRNLGF) so the controller ***
      ***  can stop the stream before later steps run on a          ***
      ***  part-posted ledger.                                      ***
      ***                                                           ***
      ***          Every run prints a posting register (GL018R) -   ***
      ***  each line posted with its voucher, account, amount and   ***
      ***  the period bucket it went into, debit/credit totals per  ***
      ***  listing every rejected line with its reason - so the     ***
      ***  run leaves printed evidence behind it.                   ***
      ***                                                           ***
      ***          A company that keeps a fiscal calendar (GLFCALF) ***
      ***  has each line posted into the bucket of the fiscal       ***
      ***  period its voucher date falls in - the period's posting  ***
      ***  month less GLSP-STMONTH - rather than the bucket of the  ***
      ***  voucher's calendar month.  A line dated outside every    ***
      ***  period of such a company is rejected to the exception    ***
      ***  page with the unposted bad-account lines.                ***
      ***                                                           ***
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
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
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJX-KEY.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLSRTWK   ASSIGN       TO 'GLSRTWK'.
           SELECT GLEXCWF   ASSIGN       TO RANDOM 'GLEXCWF'.
           SELECT GLPSTRG   ASSIGN       TO PRINT 'GL018R'.
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
      *      inquiry screens read instead of scanning GLT001F
           COPY "GLJRNXSL.DEF".
      *
      *  Fiscal calendar file
           COPY "GLFCALSL.DEF".
      *
      *  Work file holding the journal lines re-sequenced into
      *      account order ahead of posting/archiving - same layout
      *      as GLJR-RECORD so a straight group MOVE carries a line
           05  GLPW-DOCNO            PIC X(10).
           05  GLPW-DOCDATE          PIC 9(6).
           05  GLPW-DOCREF           PIC X(10).
           05  GLPW-BUDGET-FLAG      PIC X.
           05  GLPW-PROJECT          PIC X(6).
           05  GLPW-APPROVER         PIC X(8).
           05  GLPW-APPROVEDT        PIC 9(6).
      *
      *  Work file holding the lines rejected during the posting
      *      pass, with the rejection reason, so the exception page
           05  GLSW-DOCNO            PIC X(10).
           05  GLSW-DOCDATE          PIC 9(6).
           05  GLSW-DOCREF           PIC X(10).
           05  GLSW-BUDGET-FLAG      PIC X.
           05  GLSW-PROJECT          PIC X(6).
           05  GLSW-APPROVER         PIC X(8).
           05  GLSW-APPROVEDT        PIC 9(6).
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
       01  WS-OFFSET              PIC 99.
       01  WS-INDEX               PIC 99.
       01  WS-EOF                 PIC X.
       01  WS-HIST-POS            PIC 9(8).
       01  WS-CONAME              PIC X(40).
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
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
       01  WS-EDIT-COUNT          PIC Z(4)9.
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-310 : ACCOUNT ON VOUCHER NOT FOUND IN GLMASTF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-783 : VOUCHER DATE OUTSIDE FISCAL CALENDAR".
       01  WS-EXC-REASON          PIC X(30).
      *
       01  WS-EXC-EOF             PIC X.
       01  WS-FIRST-POST          PIC X.
           READ GLSYSPF.
           MOVE GLSP-CONAME  TO WS-CONAME.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               MOVE GLRP-OPERATOR TO WS-OPERATOR-ID
               ACCEPT WS-SYSTEM-DATE FROM DATE
               MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE
               MOVE 'Y' TO WS-OPTION
           ELSE
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF
                   GOBACK
               END-IF
               MOVE SPACE TO WS-OPTION
               PERFORM P030-DISPLAY-MENU UNTIL VALID-OPTION.
           IF WS-OPTION = 'Y'
               PERFORM P040-RUN-POSTING
               MOVE "RUN" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               IF WS-PARAM-MODE = "Y"
                   PERFORM P009-WRITE-RUN-LOG
               ELSE
                   PERFORM P900-SHOW-RESULTS.
           CLOSE GLSYSPF.
           GOBACK.
      *
       P030-DISPLAY-MENU.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           OPEN I-O   GLMASTF.
           OPEN I-O   GLJRNLF.
           OPEN INPUT GLPSTWF.
           OPEN INPUT GLFCALF.
           OPEN OUTPUT GLEXCWF.
           OPEN OUTPUT GLPSTRG.
           PERFORM P045-PRINT-REGISTER-HEADING.
           PERFORM P320-PRINT-EXCEPTION-PAGE.
           CLOSE GLPSTRG.
           CLOSE GLPSTWF
                 GLFCALF
                 GLMASTF.
           MOVE SPACE TO GLPC-STATUS.
           REWRITE GLPC-RECORD.
           MOVE GLJR-DEPT TO GLMA-DEPT.
           MOVE SPACE TO GLMA-CURHIS.
           PERFORM P110-READ-MAST.
           IF WS-MAS-VALID = 'Y'
               PERFORM P120-COMPUTE-PERIOD-INDEX.
           IF WS-MAS-VALID = 'N'
               DISPLAY WS-ERR-MESS-1 LINE 23 POSITION 1 BELL
               DISPLAY GLJR-VOUCHERNO LINE 23 POSITION 60
               ADD 1 TO WS-COUNT-REJECTED
               MOVE 'ERR-310 ACCOUNT NOT ON GLMASTF' TO WS-EXC-REASON
               PERFORM P230-SAVE-EXCEPTION
           ELSE IF WS-FC-FOUND = 'X'
               DISPLAY WS-ERR-MESS-2 LINE 23 POSITION 1 BELL
               DISPLAY GLJR-VOUCHERNO LINE 23 POSITION 60
               ADD 1 TO WS-COUNT-REJECTED
               MOVE 'ERR-783 DATE OUTSIDE CALENDAR' TO WS-EXC-REASON
               PERFORM P230-SAVE-EXCEPTION
           ELSE
               PERFORM P200-APPEND-HISTORY
               PERFORM P210-MARK-ARCHIVED
               PERFORM P220-PRINT-REGISTER-LINE
      *  An adjustment line keyed through GL057P names the bucket
      *      it posts into outright - 13 is the formal audit
      *      adjustment period - instead of deriving it from the
      *      voucher date.  Otherwise the month is the posting
      *      month of the voucher date's fiscal period, which is the
      *      voucher's own month for a company with no calendar.
      *
       P120-COMPUTE-PERIOD-INDEX.
           IF GLJR-ADJ-PERIOD > 0 AND GLJR-ADJ-PERIOD < 14
               MOVE GLJR-ADJ-PERIOD TO WS-INDEX
               MOVE 'N' TO WS-FC-FOUND
           ELSE
               MOVE GLJR-COMPANY   TO WS-FC-COMPANY
               MOVE GLJR-VOUCHERDT TO WS-FC-DATE-N
               PERFORM P125-FIND-FISCAL-PERIOD
               COMPUTE WS-INDEX = WS-FC-MM - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P125-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P126-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P126-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P126-READ-FISCAL-PERIOD.
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
               PERFORM P127-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P127-TEST-ANY-CALENDAR.
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
       P130-REWRITE-MAST.
           REWRITE GLMA-RECORD INVALID KEY
           MOVE GLJR-DOCDATE   TO GLJX-DOCDATE.
           MOVE GLJR-DOCREF    TO GLJX-DOCREF.
           MOVE SPACE          TO GLJX-CLEARED.
           MOVE GLJR-PROJECT   TO GLJX-PROJECT.
           MOVE GLJR-APPROVER  TO GLJX-APPROVER.
           MOVE GLJR-APPROVEDT TO GLJX-APPROVEDT.
           WRITE GLJX-RECORD INVALID KEY
               REWRITE GLJX-RECORD.
      *
                   IF GLMA-STATUS = 'D'
                       MOVE SPACE TO GLMA-STATUS
                   END-IF
                   IF GLJRH-VOUCHERDT > GLMA-LAST-POSTDT
                       MOVE GLJRH-VOUCHERDT TO GLMA-LAST-POSTDT
                   END-IF
                   MOVE WS-HIST-POS TO GLMA-POST-SEQNO
                   PERFORM P130-REWRITE-MAST
               END-IF
           IF GLJRH-ADJ-PERIOD > 0 AND GLJRH-ADJ-PERIOD < 14
               MOVE GLJRH-ADJ-PERIOD TO WS-INDEX
           ELSE
               MOVE GLJRH-COMPANY   TO WS-FC-COMPANY
               MOVE GLJRH-VOUCHERDT TO WS-FC-DATE-N
               PERFORM P125-FIND-FISCAL-PERIOD
               COMPUTE WS-INDEX = WS-FC-MM - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12.
      *
           MOVE GLJR-ACCTNO    TO GLEX-ACCTNO.
           MOVE GLJR-COMPANY   TO GLEX-COMPANY.
           MOVE GLJR-DEPT      TO GLEX-DEPT.
           MOVE WS-EXC-REASON  TO GLEX-REASON.
           WRITE GLEX-RECORD.
      *
       P300-CLOSE-ACCOUNT-TOTAL.
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
           IF GLRP-PROGRAM = "GL018P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P009-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL018P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           IF WS-COUNT-REJECTED = 0
               MOVE "COMPLETED" TO GLRL-STATUS
           ELSE
               MOVE "REJECTED" TO GLRL-STATUS.
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
                   IF GLOA-PROGRAM = "GL018P" OR "*POST" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL018P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
