      ***  voucher number is auto-assigned from GLSP-NEXT-VOUCHERNO,    ***
      ***  the same counter GL015P offers for ordinary vouchers, so     ***
      ***  the two programs never hand out the same number.             ***
      ***          The reversal is dated today, so it is refused    ***
      ***  when any of the voucher's lines falls in a sub-period    ***
      ***  (company and source, for today's fiscal posting          ***
      ***  period on GLFCALF, kept by GL088P) already closed on     ***
      ***  the close calendar (GLCCALF, kept by GL087P), or when    ***
      ***  today falls outside the company's fiscal calendar.       ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLJRNLF, GLCCALF, GLFCALF           ***
      ***              (GLCCALF AND GLFCALF INPUT ONLY)             ***
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
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLVL-VOUCHERNO.
           SELECT GLCCALF   ASSIGN       TO RANDOM 'GLCCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCC-KEY.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Open transaction journal file
      *
      *  Voucher in-use lock file - shared with GL041P
           COPY "GLVLOKSL.DEF".
      *
      *  Sub-period close calendar - maintained by GL087P
           COPY "GLCCALSL.DEF".
      *
      *  Fiscal calendar - maintained by GL088P
           COPY "GLFCALSL.DEF".
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
       01  WS-LATCH-OK            PIC X.
       01  WS-LATCH-TRIES         PIC 9(3).
       01  WS-LATCH-BREAK         PIC X.
           "ERR-510 : NEW VOUCHER NUMBER ALREADY USED".
       01  WS-ERR-MESS-3          PIC X(45) VALUE
           "ERR-520 : VOUCHER IN USE ON ANOTHER TERMINAL".
       01  WS-ERR-MESS-4          PIC X(52) VALUE
           "ERR-778 : SUB-PERIOD CLOSED - REVERSAL NOT ALLOWED".
       01  WS-ERR-MESS-5          PIC X(53) VALUE
           "ERR-783 : TODAY OUTSIDE THE COMPANY'S FISCAL CALENDAR".
       01  WS-SUBP-CLOSED         PIC X.
       01  WS-LOCK-OK             PIC X.
       01  WS-LOCK-BREAK          PIC X.
       01  WS-OPER-AUTHORITY      PIC 9.
       01  WS-MESS-MORE-LINES     PIC X(49) VALUE
           "*** MORE LINES EXIST THAN SHOWN - SEE GLJRNLF ***".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
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
       01  WS-SAVE-RECORD.
           05  WS-SAVE-VOUCHERNO  PIC X(6).
           05  WS-SAVE-SEQNO      PIC 9(6).
           05  WS-SAVE-DOCNO      PIC X(10).
           05  WS-SAVE-DOCDATE    PIC 9(6).
           05  WS-SAVE-DOCREF     PIC X(10).
           05  WS-SAVE-BUDGET-FLAG PIC X.
           05  WS-SAVE-PROJECT    PIC X(6).
      *
       PROCEDURE DIVISION.
      *
           MOVE "N" TO WS-FOUND.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 6 TO WS-LINE-NUM.
           MOVE "N" TO WS-SUBP-CLOSED.
           ACCEPT WS-SYSDATE FROM DATE.
           OPEN INPUT GLJRNLF.
           OPEN INPUT GLCCALF.
           OPEN INPUT GLFCALF.
           MOVE "N" TO WS-EOF.
           PERFORM P220-READ-GLJR.
           PERFORM P230-TEST-RECORD UNTIL WS-EOF = "Y".
           CLOSE GLJRNLF.
           CLOSE GLCCALF.
           CLOSE GLFCALF.
           IF WS-FOUND = "N"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
              GLJR-STATUS NOT = "V"
               MOVE "Y" TO WS-FOUND
               ADD 1 TO WS-LINE-COUNT
               PERFORM P240-CHECK-SUBPERIOD
               IF WS-LINE-NUM < 20
                   DISPLAY GLJR-ACCTNO      LINE WS-LINE-NUM
                           POSITION 2
                   ADD 1 TO WS-LINE-NUM.
           PERFORM P220-READ-GLJR.
      *
      *  The reversal carries each line's company and source into
      *      today's fiscal posting period (the calendar month when
      *      the company keeps no fiscal calendar) - a closed
      *      sub-period on GLCCALF for any one of them bars the
      *      reversal, as does a company whose fiscal calendar does
      *      not cover today (WS-SUBP-CLOSED "X", as GL015P refuses
      *      the date).  No record means the sub-period is still
      *      open
      *
       P240-CHECK-SUBPERIOD.
           MOVE GLJR-COMPANY TO WS-FC-COMPANY.
           MOVE WS-SYSDATE TO WS-FC-DATE.
           PERFORM P235-FIND-FISCAL-PERIOD.
           IF WS-FC-FOUND = "X"
               MOVE "X" TO WS-SUBP-CLOSED.
           MOVE GLJR-COMPANY TO GLCC-COMPANY.
           MOVE WS-FC-PERIOD-N TO GLCC-PERIOD.
           MOVE GLJR-SOURCE TO GLCC-SOURCE.
           READ GLCCALF RECORD INVALID KEY
               MOVE "O" TO GLCC-STATUS.
           IF GLCC-CLOSED AND WS-SUBP-CLOSED NOT = "X"
               MOVE "Y" TO WS-SUBP-CLOSED.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P235-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P236-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P236-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P236-READ-FISCAL-PERIOD.
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
               PERFORM P237-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P237-TEST-ANY-CALENDAR.
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
      *  The in-use lock - the write of the lock record either
      *      succeeds or fails on its key, so two terminals can
      *      never hold the same voucher at once.  GL041P takes
       P300-OFFER-REVERSAL.
           DISPLAY "REVERSE THIS VOUCHER ? (Y/N)" LINE 21 POSITION 21.
           ACCEPT  WS-OPTION LINE 21 POSITION 51 NO BELL OFF.
           IF WS-OPTION = "Y" AND WS-SUBP-CLOSED = "Y"
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
           ELSE IF WS-OPTION = "Y" AND WS-SUBP-CLOSED = "X"
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
           ELSE IF WS-OPTION = "Y"
               PERFORM P310-ACPT-NEW-VOUCHERNO
               IF WS-DUP-FOUND = "N"
                   PERFORM P400-WRITE-REVERSAL
           MOVE WS-SAVE-DOCNO         TO GLJR-DOCNO.
           MOVE WS-SAVE-DOCDATE       TO GLJR-DOCDATE.
           MOVE WS-SAVE-DOCREF        TO GLJR-DOCREF.
           MOVE SPACE                 TO GLJR-BUDGET-FLAG.
           MOVE WS-SAVE-PROJECT       TO GLJR-PROJECT.
           MOVE SPACES                TO GLJR-APPROVER.
           MOVE 0                     TO GLJR-APPROVEDT.
           MOVE WS-SAVE-COMPANY       TO GLJR-COMPANY.
           MOVE WS-SAVE-DEPT          TO GLJR-DEPT.
           MOVE SPACE                 TO GLJR-REVERSAL.
      *      needs authority level 2.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
              GLOP-AUTHORITY NOT < 2
               MOVE "Y" TO WS-OPER-VALID
               MOVE GLOP-AUTHORITY TO WS-OPER-AUTHORITY.
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
                   IF GLOA-PROGRAM = "GL016P" OR "*JRNL" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL016P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
