      ***  final posting (GL018P), the allocation run (GL035P),     ***
      ***  the currency revaluation (GL043P) and the bank           ***
      ***  reconciliation statement (GL045P) and the balance        ***
      ***  sheet certification coverage (GL066P) and the            ***
      ***  inter-company reconciliation (GL072P) and the            ***
      ***  inter-company loan interest run (GL092P) must all have   ***
      ***  written                                                  ***
      ***  their completion for the period - for EVERY company on   ***
      ***  GLCOMPF, a system-wide run covering all of them at       ***
      ***  refused - unless a level 5 operator explicitly           ***
      ***  overrides, in which case the override and its reason     ***
      ***  are logged to the same file.                             ***
      ***          As the period closes, every current account on   ***
      ***  GLMASTF of every company is frozen on the period-end     ***
      ***  snapshot file (GLPSNPF) - the bucket for the period and  ***
      ***  the balance at period end, as reported - so GL080P can   ***
      ***  show what later adjustments have changed.                ***
      ***          For a company that keeps a fiscal calendar       ***
      ***  (GLFCALF) an accrual belongs to the period just closed   ***
      ***  when its voucher date falls in the fiscal period posted  ***
      ***  under it, and its reversal is dated the first day of     ***
      ***  the fiscal period posted under the new period.           ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLJRNLF, GLT001F (INPUT ONLY),      ***
      ***              GLMASTF (INPUT ONLY), GLPSNPF,               ***
      ***              GLFCALF (INPUT ONLY)                         ***
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
                            RECORD KEY   IS GLCO-CODE.
           SELECT OPTIONAL GLCLOSF
                            ASSIGN       TO 'GLCLOSF'.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLPSNPF   ASSIGN       TO RANDOM 'GLPSNPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLSN-KEY.
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
      *  Period close-status file
           COPY "GLCLOSSL.DEF".
      *
      *  G/L master file
           COPY "GLMASTSL.DEF".
      *
      *  Period-end balance snapshot file
           COPY "GLPSNPSL.DEF".
      *
      *  Fiscal calendar file
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
       01  WS-SYSDATE             PIC 9(6).
       01  WS-CLOSE-YYMM          PIC 9(4).
       01  WS-HIST-YYMM           PIC 9(4).
       01  WS-REV-DATE            PIC 9(6).
       01  WS-NP-COMPANY          PIC XX     VALUE HIGH-VALUES.
       01  WS-NP-START            PIC 9(6).
       01  WS-NP-EOF              PIC X.
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
       01  WS-COUNT-REVERSED      PIC 9(5)  VALUE 0.
       01  WS-RESV-VOUCHER        PIC 9(6).
       01  WS-RESV-SEQNO          PIC 9(6).
       01  WS-EDIT-COUNT          PIC Z(4)9.
       01  WS-MAST-EOF            PIC X.
       01  WS-SNAP-INDEX          PIC 99.
       01  WS-SNAP-SUB            PIC 99.
       01  WS-COUNT-SNAPSHOT      PIC 9(5)  VALUE 0.
      *
      *  Month-end checklist - one flag per required step, read off
      *      GLCLOSF for the period being closed
           05  WS-STEP-RV         PIC X.
           05  WS-STEP-RC         PIC X.
           05  WS-STEP-CF         PIC X.
           05  WS-STEP-IC         PIC X.
           05  WS-STEP-LI         PIC X.
       01  WS-ERR-MESS-3          PIC X(55)  VALUE
           "ERR-295 : MONTH-END STEPS INCOMPLETE - SEE GL058P".
       01  WS-ERR-MESS-4          PIC X(55)  VALUE
       01  WS-ERR-MESS-5          PIC X(55)  VALUE
           "ERR-297 : COMPANY TABLE FULL - RAISE WS-CCO-ENTRY".
      *
      *  One row of checklist flags per GLCOMPF company - the eight
      *      step positions are PJ PO AL RV RC CF IC LI, and a GLCLOSF
      *      record with a spaces company marks the step done for
      *      every company at once
      *
       01  WS-CCO-TABLE.
           05  WS-CCO-ENTRY       OCCURS 20 TIMES.
               10  WS-CCO-CODE    PIC XX.
               10  WS-CCO-FLAGS   PIC X(8).
      *
      *  Original-to-reversal voucher number map - every original
      *      accrual voucher met on the history scan is given one
           CLOSE GLCLOSF.
           MOVE "Y" TO WS-STEP-PJ WS-STEP-PO WS-STEP-AL
                       WS-STEP-RV WS-STEP-RC WS-STEP-CF
                       WS-STEP-IC WS-STEP-LI
                       WS-STEPS-OK.
           MOVE SPACES TO WS-MISSING-CO.
           PERFORM P031-AGGREGATE-COMPANY
               UNTIL WS-CCO-SUB > WS-CCO-MAX.
           IF WS-CO-OVERFLOW = "Y"
               MOVE "N" TO WS-STEPS-OK.
           DISPLAY "CHECKLIST - PJ PO AL RV RC CF IC LI (ALL COMPANIES)"
               LINE 15 POSITION 21.
           DISPLAY WS-STEP-PJ LINE 16 POSITION 33.
           DISPLAY WS-STEP-PO LINE 16 POSITION 36.
           DISPLAY WS-STEP-RV LINE 16 POSITION 42.
           DISPLAY WS-STEP-RC LINE 16 POSITION 45.
           DISPLAY WS-STEP-CF LINE 16 POSITION 48.
           DISPLAY WS-STEP-IC LINE 16 POSITION 51.
           DISPLAY WS-STEP-LI LINE 16 POSITION 54.
           IF WS-STEPS-OK = "N"
               DISPLAY "FIRST COMPANY INCOMPLETE : " LINE 14
                   POSITION 21
           IF WS-CCO-MAX < 20
               ADD 1 TO WS-CCO-MAX
               MOVE GLCO-CODE TO WS-CCO-CODE (WS-CCO-MAX)
               MOVE "NNNNNNNN" TO WS-CCO-FLAGS (WS-CCO-MAX)
           ELSE
               MOVE "Y" TO WS-CO-OVERFLOW
               DISPLAY WS-ERR-MESS-5 LINE 22 BELL.
               WHEN "RV" MOVE 4 TO WS-STEP-IX
               WHEN "RC" MOVE 5 TO WS-STEP-IX
               WHEN "CF" MOVE 6 TO WS-STEP-IX
               WHEN "IC" MOVE 7 TO WS-STEP-IX
               WHEN "LI" MOVE 8 TO WS-STEP-IX
               WHEN OTHER MOVE 0 TO WS-STEP-IX
           END-EVALUATE.
      *
      *      satisfied with the other companies unchecked
      *
       P031-AGGREGATE-COMPANY.
           IF WS-CCO-FLAGS (WS-CCO-SUB) NOT = "YYYYYYYY"
               MOVE "N" TO WS-STEPS-OK
               IF WS-MISSING-CO = SPACES
                   MOVE WS-CCO-CODE (WS-CCO-SUB) TO WS-MISSING-CO.
               MOVE "N" TO WS-STEP-RC.
           IF WS-CCO-FLAGS (WS-CCO-SUB) (6:1) = "N"
               MOVE "N" TO WS-STEP-CF.
           IF WS-CCO-FLAGS (WS-CCO-SUB) (7:1) = "N"
               MOVE "N" TO WS-STEP-IC.
           IF WS-CCO-FLAGS (WS-CCO-SUB) (8:1) = "N"
               MOVE "N" TO WS-STEP-LI.
      *
      *  An incomplete checklist may only be overridden by a level
      *      5 operator, and never silently - the reason is keyed
           IF WS-OPTION = "Y"
               MOVE GLSP-PYEAR    TO WS-CLOSE-YYMM (1:2)
               MOVE GLSP-PMONTH   TO WS-CLOSE-YYMM (3:2)
               PERFORM P050-WRITE-SNAPSHOT
               PERFORM P045-RESERVE-NUMBERS
               PERFORM P100-WRITE-REVERSALS
               PERFORM P047-WRITE-NEW-POSDATE
               DISPLAY "ACCRUAL LINES AUTO-REVERSED : " LINE 21
                   POSITION 21
               DISPLAY WS-EDIT-COUNT LINE 21 POSITION 51
               MOVE WS-COUNT-SNAPSHOT TO WS-EDIT-COUNT
               DISPLAY "ACCOUNTS SNAPSHOT AT CLOSE  : " LINE 20
                   POSITION 21
               DISPLAY WS-EDIT-COUNT LINE 20 POSITION 51
           ELSE
               DISPLAY "PERIOD CLOSE CANCELLED" LINE 23.
      *
           MOVE WS-NEW-PMONTH TO GLSP-PMONTH.
           MOVE WS-NEW-PDAY   TO GLSP-PDAY.
           REWRITE GLSP-RECORD.
      *
      *  Freeze the period as reported - every current account of
      *      every company goes on GLPSNPF with the bucket being
      *      closed and the balance at period end.  A record left by
      *      an earlier attempt at the same close is written over.
      *
       P050-WRITE-SNAPSHOT.
           MOVE 0 TO WS-COUNT-SNAPSHOT.
           COMPUTE WS-SNAP-INDEX = GLSP-PMONTH - GLSP-STMONTH.
           IF WS-SNAP-INDEX NOT > 0
               ADD 12 TO WS-SNAP-INDEX.
           ACCEPT WS-SYSDATE FROM DATE.
           OPEN INPUT GLMASTF.
           OPEN I-O GLPSNPF.
           MOVE "N" TO WS-MAST-EOF.
           PERFORM P051-READ-MAST.
           PERFORM P052-SNAP-ACCOUNT UNTIL WS-MAST-EOF = "Y".
           CLOSE GLPSNPF.
           CLOSE GLMASTF.
      *
       P051-READ-MAST.
           READ GLMASTF NEXT RECORD AT END MOVE "Y" TO WS-MAST-EOF.
      *
       P052-SNAP-ACCOUNT.
           IF GLMA-CURHIS = SPACE
               MOVE GLMA-COMPANY  TO GLSN-COMPANY
               MOVE WS-CLOSE-YYMM TO GLSN-PERIOD
               MOVE GLMA-ACCTNO   TO GLSN-ACCTNO
               MOVE GLMA-DEPT     TO GLSN-DEPT
               MOVE WS-SNAP-INDEX TO GLSN-PERIOD-INDEX
               MOVE GLMA-PERIODAMT (WS-SNAP-INDEX) TO GLSN-PERIOD-AMT
               MOVE GLMA-BEGINBAL TO GLSN-CLOSING-BAL
               PERFORM P053-ADD-BUCKET
                   VARYING WS-SNAP-SUB FROM 1 BY 1
                   UNTIL WS-SNAP-SUB > WS-SNAP-INDEX
               MOVE WS-SYSDATE     TO GLSN-SNAP-DATE
               MOVE WS-OPERATOR-ID TO GLSN-OPERATOR
               WRITE GLSN-RECORD INVALID KEY
                   REWRITE GLSN-RECORD
               END-WRITE
               ADD 1 TO WS-COUNT-SNAPSHOT.
           PERFORM P051-READ-MAST.
      *
       P053-ADD-BUCKET.
           ADD GLMA-PERIODAMT (WS-SNAP-SUB) TO GLSN-CLOSING-BAL.
      *
       P100-WRITE-REVERSALS.
           MOVE 0 TO WS-COUNT-REVERSED WS-REV-MAX.
           CLOSE GLJRNLF.
           OPEN I-O GLJRNLF.
           OPEN INPUT GLJRNLHF.
           OPEN INPUT GLFCALF.
           MOVE "N" TO WS-HIST-EOF.
           PERFORM P110-READ-HIST.
           PERFORM P120-TEST-HIST-LINE UNTIL WS-HIST-EOF = "Y".
           CLOSE GLJRNLHF.
           CLOSE GLFCALF.
      *
       P110-READ-HIST.
           READ GLJRNLHF RECORD AT END MOVE "Y" TO WS-HIST-EOF.
      *
      *  The period a line belongs to is the posting period of the
      *      fiscal period its voucher date falls in - the voucher's
      *      own month for a company with no fiscal calendar
      *
       P120-TEST-HIST-LINE.
           IF GLJRH-REVERSAL = "R" AND GLJRH-STATUS NOT = "V"
               MOVE GLJRH-COMPANY   TO WS-FC-COMPANY
               MOVE GLJRH-VOUCHERDT TO WS-FC-DATE
               PERFORM P125-FIND-FISCAL-PERIOD
               MOVE WS-FC-PERIOD-N TO WS-HIST-YYMM
               IF WS-HIST-YYMM = WS-CLOSE-YYMM
                   PERFORM P130-WRITE-REVERSAL-LINE.
           PERFORM P110-READ-HIST.
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
       P130-WRITE-REVERSAL-LINE.
           PERFORM P140-MAP-VOUCHERNO.
           PERFORM P135-FIND-NEW-PERIOD-START.
           IF WS-REV-FOUND = "Y"
               MOVE WS-REV-NEW (WS-REV-SUB) TO GLJR-VOUCHERNO
               MOVE GLSP-NEXT-SEQNO TO GLJR-SEQNO
               ADD 1 TO GLSP-NEXT-SEQNO
               MOVE WS-REV-DATE TO GLJR-VOUCHERDT
               MOVE SPACES TO GLJR-PARTICULAR
               STRING "AUTO REVERSAL OF VOUCHER "
                      GLJRH-VOUCHERNO
               MOVE GLJRH-DOCNO TO GLJR-DOCNO
               MOVE GLJRH-DOCDATE TO GLJR-DOCDATE
               MOVE GLJRH-DOCREF TO GLJR-DOCREF
               MOVE SPACE TO GLJR-BUDGET-FLAG
               MOVE GLJRH-PROJECT TO GLJR-PROJECT
               MOVE SPACES TO GLJR-APPROVER
               MOVE 0 TO GLJR-APPROVEDT
               MOVE WS-SYSDATE TO GLJR-SYSDATE
               MOVE SPACE TO GLJR-STATUS
               MOVE SPACE TO GLJR-REVERSAL
               WRITE GLJR-RECORD
               ADD 1 TO WS-COUNT-REVERSED.
      *
      *  The reversal date - the first day of the company's fiscal
      *      period posted under the new period, or the new posting
      *      date itself when the company has no such period.  The
      *      start found is kept for the company's next line.
      *
       P135-FIND-NEW-PERIOD-START.
           IF GLJRH-COMPANY NOT = WS-NP-COMPANY
               MOVE GLJRH-COMPANY TO WS-NP-COMPANY
               MOVE 0 TO WS-NP-START
               MOVE "N" TO WS-NP-EOF
               MOVE GLJRH-COMPANY TO GLFC-COMPANY
               MOVE 0 TO GLFC-ENDDATE
               START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
                   MOVE "Y" TO WS-NP-EOF
               END-START
               PERFORM P136-SCAN-NEW-PERIOD UNTIL WS-NP-EOF = "Y".
           IF WS-NP-START = 0
               MOVE WS-NEW-POSDATE TO WS-REV-DATE
           ELSE
               MOVE WS-NP-START TO WS-REV-DATE.
      *
       P136-SCAN-NEW-PERIOD.
           READ GLFCALF NEXT RECORD AT END
               MOVE "Y" TO WS-NP-EOF.
           IF WS-NP-EOF = "N"
               IF GLFC-COMPANY NOT = WS-NP-COMPANY
                   MOVE "Y" TO WS-NP-EOF
               ELSE IF GLFC-POSTPERIOD = WS-NEW-POSDATE (1:4)
                   MOVE GLFC-STARTDATE TO WS-NP-START
                   MOVE "Y" TO WS-NP-EOF.
      *
      *  Look the original voucher number up in the map, allocating
      *      the next GLSP-NEXT-VOUCHERNO for it on first sight
      *
      *      needs authority level 4.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
              GLOP-AUTHORITY NOT < 4
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
                   IF GLOA-PROGRAM = "GL012P" OR "*CLOSE" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL012P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
