       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL070P-AMORTISATION-RUN.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program is the monthly prepayment and       ***
      ***  deferred income release run, built the same way as the   ***
      ***  GL053P depreciation run.  It reads every open schedule   ***
      ***  on GLPRSCF (maintained by GL069P) and releases the       ***
      ***  period's slice - the total spread evenly over the        ***
      ***  schedule's months, worked out cumulatively so the final  ***
      ***  month takes up any rounding and the schedule clears to   ***
      ***  the cent.  One balanced, already-approved voucher per    ***
      ***  company is written to GLJRNLF for GL018P to post: a      ***
      ***  prepayment debits the P&L account and credits the        ***
      ***  balance sheet account, deferred income debits the        ***
      ***  balance sheet account and credits the P&L account.       ***
      ***  The amount released is rolled forward and the period     ***
      ***  stamped on the schedule (GLPS-LAST-YYMM) so a re-run of  ***
      ***  the same period releases nothing twice; a schedule       ***
      ***  fully released is marked complete.  GL071P lists the     ***
      ***  schedules and ties them back to GLMASTF.                 ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLPRSCF, GLJRNLF                    ***
      ***                                                           ***
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  NCR-800.
       OBJECT-COMPUTER.  NCR-800.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSYSPF   ASSIGN       TO RANDOM 'GLSYSPF'.
           SELECT GLOPERF   ASSIGN       TO RANDOM 'GLOPERF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOP-ID.
           SELECT GLOACCF   ASSIGN       TO RANDOM 'GLOACCF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOA-KEY.
           SELECT GLSECLF   ASSIGN       TO 'GLSECLF'.
           SELECT GLPRSCF   ASSIGN       TO RANDOM 'GLPRSCF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLPS-KEY.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLVLOKF   ASSIGN       TO RANDOM 'GLVLOKF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLVL-VOUCHERNO.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  System parameter file
           COPY "GLSYSPSL.DEF".
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Prepayment / deferred income schedule file
           COPY "GLPRSCSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Voucher in-use lock file - doubles as the counter latch
           COPY "GLVLOKSL.DEF".
      *
       WORKING-STORAGE SECTION.
      *
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
       01  WS-LATCH-OK            PIC X.
       01  WS-LATCH-TRIES         PIC 9(3).
       01  WS-LATCH-BREAK         PIC X.
       01  WS-EOF                 PIC X.
       01  WS-OPTION              PIC X.
           88  VALID-OPTION       VALUE 'Y' 'N'.
       01  WS-RUN-YYMM            PIC 9(4).
       01  WS-RUN-PERIOD REDEFINES WS-RUN-YYMM.
           05  WS-RUN-YY          PIC 99.
           05  WS-RUN-MM          PIC 99.
       01  WS-START-PERIOD.
           05  WS-START-YY        PIC 99.
           05  WS-START-MM        PIC 99.
       01  WS-ELAPSED             PIC S9(5).
       01  WS-FIRST-SCHED         PIC X.
       01  WS-CUR-COMPANY         PIC XX.
       01  WS-RESV-VOUCHER        PIC 9(6).
       01  WS-RESV-SEQNO          PIC 9(6).
       01  WS-CHARGE              PIC S9(9)V99.
       01  WS-RELEASED            PIC S9(9)V99.
       01  WS-VOUCHERDT           PIC 9(6).
       01  WS-SYSDATE             PIC 9(6).
       01  WS-COUNT-CHARGED       PIC 9(5)  VALUE 0.
       01  WS-COUNT-SKIPPED       PIC 9(5)  VALUE 0.
       01  WS-EDIT-COUNT          PIC Z(4)9.
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-SCREEN-DATE.
           05  WS-DAY             PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-MONTH           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-YEAR            PIC 99.
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P010-SHOW-RUN-PERIOD.
           MOVE SPACE TO WS-OPTION.
           PERFORM P020-CONFIRM UNTIL VALID-OPTION.
           IF WS-OPTION = "Y"
               PERFORM P030-RUN-AMORTISATION
               MOVE "RUN" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               PERFORM P900-SHOW-RESULTS.
           CLOSE GLSYSPF.
           STOP RUN.
      *
      *  The release always posts into the current posting period
      *      - the voucher is dated GLSP-POSDATE - so the run period
      *      is taken from the posting date, as in GL053P
      *
       P010-SHOW-RUN-PERIOD.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           DISPLAY "GL070S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "MONTHLY AMORTISATION RUN" LINE 3 POSITION 28.
           MOVE GLSP-PYEAR  TO WS-RUN-YYMM (1:2).
           MOVE GLSP-PMONTH TO WS-RUN-YYMM (3:2).
           DISPLAY "RUN PERIOD (FROM POSTING DATE) : " LINE 9
               POSITION 21.
           DISPLAY WS-RUN-YYMM LINE 9 POSITION 55.
      *
       P020-CONFIRM.
           DISPLAY "THIS RUN WILL WRITE ONE AMORTISATION VOUCHER PER"
               LINE 13 POSITION 17.
           DISPLAY "COMPANY TO GLJRNLF FOR GL018P TO POST."
               LINE 14 POSITION 17.
           DISPLAY "DO YOU WANT TO CONTINUE ? (Y/N)"
               LINE 16 POSITION 21.
           ACCEPT WS-OPTION LINE 16 POSITION 53 TAB NO BELL.
      *
       P030-RUN-AMORTISATION.
           DISPLAY "AMORTISATION IN PROGRESS ..." LINE 24 POSITION 26.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE GLSP-POSDATE TO WS-VOUCHERDT.
           PERFORM P025-RESERVE-NUMBERS.
           OPEN I-O GLPRSCF.
           OPEN I-O GLJRNLF.
           MOVE "Y" TO WS-FIRST-SCHED.
           MOVE "N" TO WS-EOF.
           PERFORM P040-READ-SCHEDULE.
           PERFORM P050-TEST-SCHEDULE UNTIL WS-EOF = "Y".
           IF WS-FIRST-SCHED = "N"
               ADD 1 TO GLSP-NEXT-VOUCHERNO.
           CLOSE GLPRSCF.
           CLOSE GLJRNLF.
      *
      *  A block of voucher and sequence numbers is reserved up
      *      front under the counter latch, exactly as GL053P does
      *
       P025-RESERVE-NUMBERS.
           PERFORM P975-TAKE-LATCH.
           CLOSE GLSYSPF.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-NEXT-VOUCHERNO TO WS-RESV-VOUCHER.
           MOVE GLSP-NEXT-SEQNO     TO WS-RESV-SEQNO.
           ADD 100 TO GLSP-NEXT-VOUCHERNO.
           ADD 2000 TO GLSP-NEXT-SEQNO.
           REWRITE GLSP-RECORD.
           PERFORM P977-FREE-LATCH.
           MOVE WS-RESV-VOUCHER TO GLSP-NEXT-VOUCHERNO.
           MOVE WS-RESV-SEQNO   TO GLSP-NEXT-SEQNO.
      *
       P040-READ-SCHEDULE.
           READ GLPRSCF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
      *  One schedule - skipped when complete, already released for
      *      this period by an earlier run, or not yet started
      *
       P050-TEST-SCHEDULE.
           IF GLPS-COMPLETE OR GLPS-LAST-YYMM = WS-RUN-YYMM
               ADD 1 TO WS-COUNT-SKIPPED
           ELSE
               PERFORM P100-COMPUTE-CHARGE
               IF WS-CHARGE NOT = 0
                   PERFORM P200-CHARGE-SCHEDULE
               ELSE
                   ADD 1 TO WS-COUNT-SKIPPED.
           PERFORM P040-READ-SCHEDULE.
      *
      *  The amount due released by the end of the run period is
      *      the total times months elapsed over months in the
      *      schedule (capped at the full term); the charge is that
      *      less what has already been released, so a missed month
      *      is caught up and the last month clears the rounding
      *
       P100-COMPUTE-CHARGE.
           MOVE 0 TO WS-CHARGE.
           MOVE GLPS-START-YYMM TO WS-START-PERIOD.
           COMPUTE WS-ELAPSED =
               (WS-RUN-YY * 12 + WS-RUN-MM) -
               (WS-START-YY * 12 + WS-START-MM) + 1.
           IF WS-ELAPSED > 0 AND GLPS-MONTHS > 0
               IF WS-ELAPSED > GLPS-MONTHS
                   MOVE GLPS-MONTHS TO WS-ELAPSED
               END-IF
               COMPUTE WS-RELEASED ROUNDED =
                   GLPS-TOTAL * WS-ELAPSED / GLPS-MONTHS
               COMPUTE WS-CHARGE = WS-RELEASED - GLPS-AMORTISED.
      *
      *  One voucher per company - the pass arrives in company
      *      order off GLPS-KEY, so a company change closes the
      *      previous company's voucher number
      *
       P200-CHARGE-SCHEDULE.
           IF WS-FIRST-SCHED = "Y"
               MOVE "N" TO WS-FIRST-SCHED
               MOVE GLPS-COMPANY TO WS-CUR-COMPANY
           ELSE
               IF GLPS-COMPANY NOT = WS-CUR-COMPANY
                   ADD 1 TO GLSP-NEXT-VOUCHERNO
                   MOVE GLPS-COMPANY TO WS-CUR-COMPANY.
           MOVE GLPS-PL-ACCTNO TO GLJR-ACCTNO.
           MOVE GLPS-PL-DEPT   TO GLJR-DEPT.
           IF GLPS-DEFERRED
               COMPUTE GLJR-AMOUNT = WS-CHARGE * -1
           ELSE
               MOVE WS-CHARGE TO GLJR-AMOUNT.
           PERFORM P400-WRITE-JOURNAL-LINE.
           MOVE GLPS-BS-ACCTNO TO GLJR-ACCTNO.
           MOVE GLPS-BS-DEPT   TO GLJR-DEPT.
           IF GLPS-DEFERRED
               MOVE WS-CHARGE TO GLJR-AMOUNT
           ELSE
               COMPUTE GLJR-AMOUNT = WS-CHARGE * -1.
           PERFORM P400-WRITE-JOURNAL-LINE.
           ADD WS-CHARGE TO GLPS-AMORTISED.
           MOVE WS-RUN-YYMM TO GLPS-LAST-YYMM.
           IF GLPS-AMORTISED = GLPS-TOTAL
               MOVE "C" TO GLPS-STATUS.
           REWRITE GLPS-RECORD INVALID KEY
               DISPLAY "ERR-050 : ERROR REWRITING GLPRSCF" LINE 23.
           ADD 1 TO WS-COUNT-CHARGED.
      *
       P400-WRITE-JOURNAL-LINE.
           MOVE GLSP-NEXT-VOUCHERNO TO GLJR-VOUCHERNO.
           MOVE GLSP-NEXT-SEQNO     TO GLJR-SEQNO.
           ADD 1 TO GLSP-NEXT-SEQNO.
           MOVE WS-VOUCHERDT TO GLJR-VOUCHERDT.
           MOVE SPACES TO GLJR-PARTICULAR.
           IF GLPS-DEFERRED
               STRING "DEFERRED INCOME - SCHEDULE " GLPS-SCHEDNO
                   DELIMITED BY SIZE INTO GLJR-PARTICULAR
           ELSE
               STRING "PREPAYMENT - SCHEDULE " GLPS-SCHEDNO
                   DELIMITED BY SIZE INTO GLJR-PARTICULAR.
           MOVE "GL" TO GLJR-SOURCE.
           MOVE GLPS-COMPANY TO GLJR-COMPANY.
           MOVE WS-SYSDATE TO GLJR-SYSDATE.
           MOVE SPACE TO GLJR-STATUS.
           MOVE SPACE TO GLJR-REVERSAL.
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-CURRENCY GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-BUDGET-FLAG
                          GLJR-PROJECT GLJR-APPROVER.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           MOVE 0 TO GLJR-FOREIGN-AMT GLJR-EXCH-RATE.
           WRITE GLJR-RECORD.
      *
       P900-SHOW-RESULTS.
           MOVE WS-COUNT-CHARGED TO WS-EDIT-COUNT.
           DISPLAY "SCHEDULES RELEASED THIS RUN :" LINE 18
               POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 18 POSITION 52.
           MOVE WS-COUNT-SKIPPED TO WS-EDIT-COUNT.
           DISPLAY "SCHEDULES SKIPPED           :" LINE 19
               POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 19 POSITION 52.
           DISPLAY "RUN GL018P TO POST THE VOUCHERS TO GLMASTF."
               LINE 21 POSITION 21.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 24 POSITION 25.
           ACCEPT WS-OPTION LINE 24 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 3.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
           ACCEPT  WS-OPER-PASSWD LINE 9 POSITION 38
                   NO BELL TAB PROMPT SECURE.
           MOVE "N" TO WS-OPER-VALID.
           MOVE WS-OPERATOR-ID TO GLOP-ID.
           READ GLOPERF RECORD INVALID KEY
               MOVE "X" TO WS-OPER-VALID.
           IF WS-OPER-VALID = "N" AND
              GLOP-PASSWD = WS-OPER-PASSWD AND
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
                   IF GLOA-PROGRAM = "GL070P" OR "*POST" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
      *
       P995-WRITE-SECURITY.
           OPEN EXTEND GLSECLF.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-DATE TO GLSE-DATE.
           MOVE WS-SEC-TIME (1:6) TO GLSE-TIME.
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL070P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
      *  Counter latch - a write-or-fail record under the reserved
      *      key '*GLSP*' on the voucher lock file, held only
      *      across the read-bump-rewrite of the GLSYSPF counters.
      *      A latch left behind by a dead terminal can be broken
      *      once the retries run out.
      *
       P975-TAKE-LATCH.
           OPEN I-O GLVLOKF.
           MOVE "N" TO WS-LATCH-OK.
           MOVE 0 TO WS-LATCH-TRIES.
           PERFORM P976-TRY-LATCH UNTIL WS-LATCH-OK = "Y".
      *
       P976-TRY-LATCH.
           MOVE "*GLSP*" TO GLVL-VOUCHERNO.
           MOVE WS-OPERATOR-ID TO GLVL-OPERATOR.
           ACCEPT WS-SEC-DATE FROM DATE.
           MOVE WS-SEC-DATE TO GLVL-DATE.
           MOVE "Y" TO WS-LATCH-OK.
           WRITE GLVL-RECORD INVALID KEY
               MOVE "N" TO WS-LATCH-OK.
           IF WS-LATCH-OK = "N"
               ADD 1 TO WS-LATCH-TRIES
               IF WS-LATCH-TRIES > 50
                   MOVE "*GLSP*" TO GLVL-VOUCHERNO
                   READ GLVLOKF RECORD INVALID KEY
                       CONTINUE
                   END-READ
                   DISPLAY "COUNTER LATCH HELD BY" LINE 23
                       POSITION 21
                   DISPLAY GLVL-OPERATOR LINE 23 POSITION 43
                   DISPLAY "BREAK IT ? (Y/N)" LINE 24 POSITION 21
                   ACCEPT WS-LATCH-BREAK LINE 24 POSITION 39
                       NO BELL OFF
                   IF WS-LATCH-BREAK = "Y"
                       DELETE GLVLOKF RECORD INVALID KEY
                           CONTINUE
                       END-DELETE
                   END-IF
                   MOVE 0 TO WS-LATCH-TRIES.
      *
       P977-FREE-LATCH.
           MOVE "*GLSP*" TO GLVL-VOUCHERNO.
           DELETE GLVLOKF RECORD INVALID KEY
               CONTINUE
           END-DELETE.
           CLOSE GLVLOKF.
