      ***  same tie-out discipline GL033P gives inside the          ***
      ***  ledger, extended to the boundary with the sub-ledgers.   ***
      ***                                                           ***
      ***          Run as a step of the nightly stream (GL077P) the ***
      ***  program finds its own record on the parameter deck       ***
      ***  (GLRPARF), takes the company and period month from the   ***
      ***  deck, skips the sign-on and the prompts, and writes      ***
      ***  COMPLETED, or DIFFERENCES when any control account fails ***
      ***  to agree, to the run log (GLRNLGF).  The movement lines   ***
      ***  are picked by fiscal period (GLFCALF) for a company that ***
      ***  keeps a fiscal calendar, by voucher month otherwise.     ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLMASTF       ***
      ***              (INPUT ONLY), GLSLBALF (INPUT), GLT001F      ***
      ***              (INPUT ONLY), GLFCALF (INPUT ONLY),          ***
      ***              GL059R (PRINT)                               ***
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
           SELECT GLCOMPF   ASSIGN       TO RANDOM 'GLCOMPF'
                            ORGANIZATION IS INDEXED
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLSLBALF  ASSIGN       TO INPUT 'GLSLBALF'.
           SELECT GLJRNLHF  ASSIGN       TO INPUT 'GLT001F'.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLCRLST   ASSIGN       TO PRINT 'GL059R'.
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
      *  Company master file
      *
      *  Posted transaction history file
           COPY "GLJRNHSL.DEF".
      *
      *  Fiscal calendar file - maintained by GL088P
           COPY "GLFCALSL.DEF".
      *
       FD  GLCRLST
           LABEL RECORDS ARE OMITTED
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-PARAM-MODE          PIC X.
       01  WS-PAR-EOF             PIC X.
       01  WS-OPERATOR-ID         PIC X(8).
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
       01  WS-OPER-PASSWD         PIC X(8).
       01  WS-EOF                 PIC X.
       01  WS-HIST-EOF            PIC X.
       01  WS-COUNT-DIFFER        PIC 9(5)  VALUE 0.
       01  WS-KEY                 PIC X.
       01  WS-EDIT-COUNT          PIC Z(4)9.
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
      *  Movement by source for the control account being proved
      *
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               MOVE GLRP-OPERATOR TO WS-OPERATOR-ID
               PERFORM P040-TAKE-DECK-ANSWERS
           ELSE
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF
                   GOBACK
               END-IF
               OPEN INPUT GLCOMPF
               PERFORM P010-ACPT-PERIOD UNTIL WS-MONTH-VALID = "Y"
               PERFORM P020-GET-COMPANY
               CLOSE GLCOMPF.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           OPEN INPUT  GLMASTF.
           OPEN INPUT  GLSLBALF.
           PERFORM P200-READ-BALANCE.
           PERFORM P300-TEST-BALANCE UNTIL WS-EOF = "Y".
           PERFORM P900-PRINT-COUNTS.
           IF WS-PARAM-MODE = "Y"
               PERFORM P008-WRITE-RUN-LOG.
           CLOSE GLSLBALF.
           CLOSE GLMASTF.
           CLOSE GLCRLST.
           CLOSE GLSYSPF.
           DISPLAY "GL059R GENERATED." LINE 24 POSITION 28.
           IF WS-PARAM-MODE NOT = "Y"
               PERFORM P990-DELAY.
           GOBACK.
      *
       P010-ACPT-PERIOD.
           PERFORM P012-SET-REPORT-DATE.
           DISPLAY "GL059S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
               POSITION 25.
           DISPLAY "PERIOD MONTH (01-12) : " LINE 9 POSITION 21.
           ACCEPT  WS-PERIOD-MONTH LINE 9 POSITION 45 NO BELL OFF.
           PERFORM P015-SET-PERIOD.
      *
       P012-SET-REPORT-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
      *
       P015-SET-PERIOD.
           IF WS-PERIOD-MONTH NOT > 0 OR WS-PERIOD-MONTH > 12
               MOVE "N" TO WS-MONTH-VALID
               DISPLAY "INVALID MONTH - ENTER 01 THRU 12" LINE 24 BELL
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               MOVE GLCO-NAME TO WS-COMPANY-NAME
               DISPLAY GLCO-NAME LINE 11 POSITION 42.
      *
      *  Unattended run - the company and period month come off
      *      the deck record, already validated by the controller
      *
       P040-TAKE-DECK-ANSWERS.
           PERFORM P012-SET-REPORT-DATE.
           MOVE GLRP-PERIOD-MONTH TO WS-PERIOD-MONTH.
           PERFORM P015-SET-PERIOD.
           MOVE GLRP-COMPANY TO WS-COMPANY.
           MOVE GLRP-COMPANY TO GLCO-CODE.
           OPEN INPUT GLCOMPF.
           READ GLCOMPF RECORD INVALID KEY
               MOVE SPACES TO GLCO-NAME.
           MOVE GLCO-NAME TO WS-COMPANY-NAME.
           CLOSE GLCOMPF.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
       P600-LIST-MOVEMENT.
           MOVE 0 TO WS-SRC-MAX.
           OPEN INPUT GLJRNLHF.
           OPEN INPUT GLFCALF.
           MOVE "N" TO WS-HIST-EOF.
           PERFORM P610-READ-HIST.
           PERFORM P620-TEST-HIST UNTIL WS-HIST-EOF = "Y".
           CLOSE GLJRNLHF.
           CLOSE GLFCALF.
           PERFORM P660-PRINT-ONE-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-MAX.
           READ GLJRNLHF RECORD AT END MOVE "Y" TO WS-HIST-EOF.
      *
       P620-TEST-HIST.
           IF GLJRH-COMPANY = GLCB-COMPANY AND
              GLJRH-ACCTNO = GLCB-ACCTNO AND
              GLJRH-DEPT = GLCB-DEPT AND
              GLJRH-STATUS NOT = "V"
               MOVE GLJRH-COMPANY   TO WS-FC-COMPANY
               MOVE GLJRH-VOUCHERDT TO WS-FC-DATE-N
               PERFORM P621-FIND-FISCAL-PERIOD
               IF WS-FC-MM = WS-PERIOD-MONTH
                   PERFORM P630-ADD-SOURCE-AMOUNT.
           PERFORM P610-READ-HIST.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P621-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P622-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P622-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P622-READ-FISCAL-PERIOD.
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
               PERFORM P623-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P623-TEST-ANY-CALENDAR.
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
       P630-ADD-SOURCE-AMOUNT.
           MOVE "N" TO WS-SRC-FOUND.
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
           IF GLRP-PROGRAM = "GL059P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P008-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL059P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           IF WS-COUNT-DIFFER = 0
               MOVE "COMPLETED" TO GLRL-STATUS
           ELSE
               MOVE "DIFFERENCES" TO GLRL-STATUS.
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
                   IF GLOA-PROGRAM = "GL059P" OR "*INQ" OR "*ALL"
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
               MOVE "GL059P" TO GLOA-PROGRAM
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
           MOVE "GL059P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
