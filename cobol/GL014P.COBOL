      ***  (GLICPTF, maintained by GL049P) the same way GL015P           ***
      ***  balances a cross-company voucher, so each company's           ***
      ***  portion balances on its own.                                  ***
      ***  An expense line against an account carrying a budget          ***
      ***  control flag is held against its year-to-date budget the      ***
      ***  way GL015P holds a keyed line - an 'R' account's line that    ***
      ***  would go over is rejected (or carried to suspense with the    ***
      ***  other rejects), a 'W' account's line is accepted and the      ***
      ***  voucher is flagged over budget for the approver in GL041P.    ***
      ***  A line may carry a project code (GLSB-PROJECT), which must   ***
      ***  be on GLPROJF, belong to the line's company and still be     ***
      ***  open, or the line is rejected like a bad account.            ***
      ***  A line whose document number and reference, amount and      ***
      ***  account match a live line already on the open journal or     ***
      ***  on the posted history (GLT001X) is a suspected duplicate -   ***
      ***  it is rejected and listed on GL014R with the voucher it      ***
      ***  duplicates, and carried to suspense with the other rejects   ***
      ***  if the operator posts the batch anyway.                      ***
      ***  A line against an account retired as inactive is rejected    ***
      ***  the same way, and goes to suspense on a suspense posting.    ***
      ***  A foreign currency line converts at the dated rate in force  ***
      ***  on its voucher date (GLRTHF, maintained by GL042P); a line   ***
      ***  with no dated rate on or before that date is rejected and    ***
      ***  goes to suspense like a line whose currency is unknown.      ***
      ***  A line whose source is closed for its company and period on  ***
      ***  the sub-period close calendar (GLCCALF, kept by GL087P) is   ***
      ***  rejected, and the whole batch is refused - a suspense        ***
      ***  posting would land in the same closed sub-period.            ***
      ***  For a company that keeps a fiscal calendar (GLFCALF, kept    ***
      ***  by GL088P) the sub-period and the budget period are those    ***
      ***  of the fiscal period the voucher date falls in; a line       ***
      ***  dated outside every period of the calendar is rejected and   ***
      ***  the whole batch refused the same way.                        ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLMASTF (INPUT ONLY), GLJRNLF,         ***
      ***               GLSUBIF (INPUT), GLTEMPF (WORK FILE),          ***
      ***               GLCOMPF (INPUT ONLY), GL014R (PRINT),          ***
      ***               GLBUDGF (INPUT ONLY), GLPROJF (INPUT ONLY),    ***
      ***               GLT001X (INPUT ONLY), GLRATEF (INPUT ONLY),    ***
      ***               GLRTHF (INPUT ONLY), GLCCALF (INPUT ONLY),     ***
      ***               GLFCALF (INPUT ONLY)                           ***
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
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLJRNLXF  ASSIGN       TO RANDOM 'GLT001X'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJX-KEY.
           SELECT GLVLOKF   ASSIGN       TO RANDOM 'GLVLOKF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRT-CURRENCY.
           SELECT GLRTHF    ASSIGN       TO RANDOM 'GLRTHF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRH-KEY.
           SELECT GLCCALF   ASSIGN       TO RANDOM 'GLCCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCC-KEY.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLICPTF   ASSIGN       TO RANDOM 'GLICPTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLTX-CODE.
           SELECT GLBUDGF   ASSIGN       TO RANDOM 'GLBUDGF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLBU-KEY.
           SELECT GLPROJF   ASSIGN       TO RANDOM 'GLPROJF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLPR-CODE.
           SELECT GLTEMPF   ASSIGN       TO RANDOM 'GLTEMPF'.
           SELECT GLBREG    ASSIGN       TO PRINT 'GL014R'.
      *
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
      *  Exchange rate table - maintained by GL042P
           COPY "GLRATESL.DEF".
      *
      *  Dated exchange rate history
           COPY "GLRTHSL.DEF".
      *
      *  Sub-period close calendar
           COPY "GLCCALSL.DEF".
      *
      *  Fiscal calendar - maintained by GL088P
           COPY "GLFCALSL.DEF".
      *
      *  Inter-company account pair table - maintained by GL049P
           COPY "GLICPTSL.DEF".
      *
      *  Tax code table - maintained by GL050P
           COPY "GLTAXSL.DEF".
      *
      *  Budget version file - maintained by GL026P
           COPY "GLBUDGSL.DEF".
      *
      *  Project / job master file - maintained by GL081P
           COPY "GLPROJSL.DEF".
      *
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Posted history account index - searched for duplicates
           COPY "GLJRNXSL.DEF".
      *
      *  Voucher in-use lock file - doubles as the counter latch
           COPY "GLVLOKSL.DEF".
      *
           05  GLSB-DOCNO             PIC X(10).
           05  GLSB-DOCDATE           PIC 9(6).
           05  GLSB-DOCREF            PIC X(10).
           05  GLSB-PROJECT           PIC X(6).
      *
      *  Work file holding the batch lines that passed validation,
      *      staged before being copied onto GLJRNLF - same layout as
           05  GLTP-DOCNO            PIC X(10).
           05  GLTP-DOCDATE          PIC 9(6).
           05  GLTP-DOCREF           PIC X(10).
           05  GLTP-BUDGET-FLAG      PIC X.
           05  GLTP-PROJECT          PIC X(6).
      *
       FD  GLBREG
           LABEL RECORDS ARE OMITTED
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
       01  WS-DIFFERENCE          PIC S9(9)V99.
       01  WS-LINE-COMPANY        PIC XX.
       01  WS-LINECO-VALID        PIC X.
       01  WS-SUBP-CLOSED         PIC X.
       01  WS-COUNT-CLOSED        PIC 9(5)  VALUE 0.
       01  WS-COUNT-NOCAL         PIC 9(5)  VALUE 0.
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
       01  WS-IC-OK               PIC X.
      *
      *  Per-company net of the batch - the basis of the generated
               10  WS-ICO-NET     PIC S9(9)V99.
       01  WS-NET-COMPANY         PIC XX.
       01  WS-NET-AMOUNT          PIC S9(9)V99.
      *
      *  Budget availability check - an expense line is held against
      *      its account/department's year-to-date budget, net of the
      *      actual to date, the lines unposted on GLJRNLF and the
      *      net the batch has already put against the same
      *      account/department (the WS-BUV table).  WS-BUD-RESULT
      *      is 'W' for a line let through over budget and 'R' for
      *      one refused.
      *
       01  WS-BUDGET-FLAG         PIC X.
       01  WS-BUD-RESULT          PIC X.
       01  WS-BUD-VERSION         PIC X(8).
       01  WS-BUD-VALID           PIC X.
       01  WS-BUD-EOF             PIC X.
       01  WS-BUD-PERIOD          PIC S99.
       01  WS-BUD-SUB             PIC 99.
       01  WS-BUD-LIMIT           PIC S9(9)V99.
       01  WS-BUD-USED            PIC S9(9)V99.
       01  WS-BUD-LINE-AMT        PIC S9(9)V99.
       01  WS-BUV-SUB             PIC 99.
       01  WS-BUV-MAX             PIC 99  VALUE 0.
       01  WS-BUV-FOUND           PIC X.
       01  WS-BUV-TABLE.
           05  WS-BUV-ENTRY       OCCURS 50 TIMES.
               10  WS-BUV-COMPANY PIC XX.
               10  WS-BUV-ACCTNO  PIC 9(6).
               10  WS-BUV-DEPT    PIC 9(3).
               10  WS-BUV-NET     PIC S9(9)V99.
      *
      *  Duplicate document check - the line's document, amount (in
      *      the currency it arrived in) and account are looked for
      *      on the open journal and the posted history, and the
      *      first match's voucher goes on the register line
      *
       01  WS-DUP-FOUND           PIC X.
       01  WS-DUP-EOF             PIC X.
       01  WS-DUP-AMOUNT          PIC S9(9)V99.
       01  WS-DUP-RESULT.
           05  FILLER             PIC X(15) VALUE "ERR-771 DUP OF ".
           05  WS-DR-VOUCHERNO    PIC X(6).
      *
       01  WS-REG-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL014R".
           "ERR-680 : TAX CODE OR TAX ACCOUNT INVALID ON THIS LINE".
       01  WS-ERR-MESS-12         PIC X(55)  VALUE
           "ERR-690 : STATISTICAL A/C ON BATCH LINE - GL055P ONLY".
       01  WS-ERR-MESS-13         PIC X(55)  VALUE
           "ERR-695 : EXPENSE A/C OVER BUDGET ON BATCH LINE".
       01  WS-ERR-MESS-14         PIC X(55)  VALUE
           "ERR-759 : PROJECT NOT FOUND, CLOSED OR OTHER COMPANY".
       01  WS-ERR-MESS-15         PIC X(55)  VALUE
           "ERR-771 : SUSPECTED DUPLICATE DOCUMENT ON BATCH LINE".
       01  WS-ERR-MESS-16         PIC X(55)  VALUE
           "ERR-772 : INACTIVE ACCOUNT ON BATCH LINE".
       01  WS-ERR-MESS-17         PIC X(55)  VALUE
           "ERR-775 : NO EXCHANGE RATE IN FORCE ON VOUCHER DATE".
       01  WS-ERR-MESS-18         PIC X(55)  VALUE
           "ERR-778 : SOURCE CLOSED FOR THIS COMPANY AND PERIOD".
       01  WS-ERR-MESS-19         PIC X(55)  VALUE
           "ERR-783 : BATCH LINE DATE OUTSIDE FISCAL CALENDAR".
       01  WS-RATE-VALID          PIC X.
       01  WS-RH-EOF              PIC X.
       01  WS-PROJ-VALID          PIC X.
       01  WS-PROJ-CODE           PIC X(6).
       01  WS-PROJ-COMPANY        PIC XX.
       01  WS-TAX-VALID           PIC X.
       01  WS-TAX-AMOUNT          PIC S9(9)V99.
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
               OPEN OUTPUT GLBREG
               OPEN INPUT  GLICPTF
               OPEN INPUT  GLTAXF
               OPEN INPUT  GLPROJF
               PERFORM P025-PRINT-REG-HEADING
               PERFORM P030-LOAD-BATCH
               PERFORM P040-DECIDE
               PERFORM P045-PRINT-REG-TOTALS
               CLOSE GLICPTF
               CLOSE GLTAXF
               CLOSE GLPROJF
               CLOSE GLBREG
               PERFORM P900-SHOW-RESULTS.
           CLOSE GLCOMPF.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P020-CONFIRM.
           DISPLAY "THIS RUN WILL LOAD THE TRANSACTIONS WAITING IN"
           DISPLAY "LOADING BATCH ..." LINE 24 POSITION 28.
           MOVE 0 TO WS-TOT-DR WS-TOT-CR
                     WS-COUNT-LOADED WS-COUNT-REJECTED
                     WS-ICO-MAX WS-BUV-MAX WS-COUNT-CLOSED
                     WS-COUNT-NOCAL.
           MOVE SPACE TO WS-BUDGET-FLAG.
           ACCEPT WS-SYSDATE FROM DATE.
           OPEN INPUT  GLSUBIF.
           OPEN INPUT  GLRATEF.
           OPEN INPUT  GLRTHF.
           OPEN INPUT  GLCCALF.
           OPEN INPUT  GLFCALF.
           OPEN INPUT  GLBUDGF.
           OPEN INPUT  GLJRNLF.
           OPEN INPUT  GLJRNLXF.
           OPEN OUTPUT GLTEMPF.
           OPEN I-O    GLMASTF.
           MOVE "N" TO WS-EOF.
           PERFORM P032-TEST-RECORD UNTIL WS-EOF = "Y".
           CLOSE GLSUBIF.
           CLOSE GLRATEF.
           CLOSE GLRTHF.
           CLOSE GLCCALF.
           CLOSE GLFCALF.
           CLOSE GLBUDGF.
           CLOSE GLJRNLF.
           CLOSE GLJRNLXF.
           CLOSE GLTEMPF.
           CLOSE GLMASTF.
      *
           READ GLSUBIF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P032-TEST-RECORD.
           MOVE "N" TO WS-BUD-RESULT.
           IF GLSB-COMPANY = SPACES
               MOVE WS-COMPANY TO WS-LINE-COMPANY
           ELSE
               READ GLCOMPF RECORD INVALID KEY
                   MOVE "N" TO WS-LINECO-VALID.
           PERFORM P038-CHECK-TAXCODE.
           PERFORM P044-CHECK-SUBPERIOD.
           MOVE GLSB-PROJECT    TO WS-PROJ-CODE.
           MOVE WS-LINE-COMPANY TO WS-PROJ-COMPANY.
           PERFORM P046-CHECK-PROJECT.
           PERFORM P047-CHECK-DUPLICATE.
           MOVE WS-LINE-COMPANY TO GLMA-COMPANY.
           MOVE GLSB-ACCTNO TO GLMA-ACCTNO.
           MOVE GLSB-DEPT   TO GLMA-DEPT.
               ADD 1 TO WS-COUNT-REJECTED
               MOVE "ERR-670 BAD COMPANY" TO WS-RL-RESULT
           ELSE
           IF WS-SUBP-CLOSED = "Y"
               DISPLAY WS-ERR-MESS-18 LINE 23 BELL
               ADD 1 TO WS-COUNT-REJECTED
               ADD 1 TO WS-COUNT-CLOSED
               MOVE "ERR-778 SOURCE CLOSED" TO WS-RL-RESULT
           ELSE
           IF WS-SUBP-CLOSED = "X"
               DISPLAY WS-ERR-MESS-19 LINE 23 BELL
               ADD 1 TO WS-COUNT-REJECTED
               ADD 1 TO WS-COUNT-NOCAL
               MOVE "ERR-783 NOT IN CALENDAR" TO WS-RL-RESULT
           ELSE
           IF WS-MAS-VALID = "N"
               DISPLAY WS-ERR-MESS-1 LINE 23 BELL
               DISPLAY GLSB-ACCTNO   LINE 23 POSITION 60
               ADD 1 TO WS-COUNT-REJECTED
               MOVE "ERR-600 A/C NOT FOUND" TO WS-RL-RESULT
           ELSE
           IF GLMA-INACTIVE
               DISPLAY WS-ERR-MESS-16 LINE 23 BELL
               DISPLAY GLSB-ACCTNO   LINE 23 POSITION 60
               ADD 1 TO WS-COUNT-REJECTED
               MOVE "ERR-772 INACTIVE A/C" TO WS-RL-RESULT
           ELSE
               IF NOT GLMA-NOT-CONTROL AND
                  GLMA-CONTROL NOT = GLSB-SOURCE
                       DISPLAY WS-ERR-MESS-7 LINE 23 BELL
                       ADD 1 TO WS-COUNT-REJECTED
                       MOVE "ERR-640 NO RATE" TO WS-RL-RESULT
                   ELSE
                   IF WS-RATE-VALID = "D"
                       DISPLAY WS-ERR-MESS-17 LINE 23 BELL
                       ADD 1 TO WS-COUNT-REJECTED
                       MOVE "ERR-775 NO DATED RATE" TO WS-RL-RESULT
                   ELSE
                       IF GLMA-CURRENCY NOT = SPACES AND
                          GLMA-CURRENCY NOT = GLSB-CURRENCY
                               MOVE "ERR-680 BAD TAX CODE"
                                   TO WS-RL-RESULT
                           ELSE
                           IF WS-PROJ-VALID = "N"
                               DISPLAY WS-ERR-MESS-14 LINE 23 BELL
                               ADD 1 TO WS-COUNT-REJECTED
                               MOVE "ERR-759 BAD PROJECT"
                                   TO WS-RL-RESULT
                           ELSE
                           IF WS-DUP-FOUND = "Y"
                               DISPLAY WS-ERR-MESS-15 LINE 23 BELL
                               ADD 1 TO WS-COUNT-REJECTED
                               MOVE WS-DUP-RESULT TO WS-RL-RESULT
                           ELSE
                               PERFORM P060-CHECK-BUDGET
                               IF WS-BUD-RESULT = "R"
                                   DISPLAY WS-ERR-MESS-13 LINE 23 BELL
                                   ADD 1 TO WS-COUNT-REJECTED
                                   MOVE "ERR-695 OVER BUDGET"
                                       TO WS-RL-RESULT
                               ELSE
                                   ADD 1 TO WS-COUNT-LOADED
                                   IF WS-BUD-RESULT = "W"
                                       MOVE "ACCEPTED - OVER BUDGET"
                                           TO WS-RL-RESULT
                                   ELSE
                                       MOVE "ACCEPTED"
                                           TO WS-RL-RESULT.
           WRITE REPORT-LINE FROM WS-REG-LINE AFTER 1.
           PERFORM P033-STAGE-LINE.
           PERFORM P031-READ-GLSB.
      *
      *  A batch line carrying a currency code is keyed in the
      *      foreign figures and converted as it is staged at the
      *      dated rate in force on its voucher date - the last
      *      GLRTHF rate for the currency effective on or before
      *      it, carried in GLRT-RATE for the staging and budget
      *      steps.  No such rate rejects the line ('D')
      *
       P035-CHECK-RATE.
           MOVE "Y" TO WS-RATE-VALID.
               READ GLRATEF RECORD INVALID KEY
                   MOVE "N" TO WS-RATE-VALID
                   MOVE 0 TO GLRT-RATE.
           IF GLSB-CURRENCY NOT = SPACES AND WS-RATE-VALID = "Y"
               MOVE 0 TO GLRT-RATE
               MOVE "N" TO WS-RH-EOF
               MOVE GLSB-CURRENCY TO GLRH-CURRENCY
               MOVE 0 TO GLRH-EFFDATE
               START GLRTHF KEY NOT < GLRH-KEY INVALID KEY
                   MOVE "Y" TO WS-RH-EOF
               END-START
               PERFORM P035A-READ-DATED-RATE UNTIL WS-RH-EOF = "Y"
               IF GLRT-RATE = 0
                   MOVE "D" TO WS-RATE-VALID.
      *
       P035A-READ-DATED-RATE.
           READ GLRTHF NEXT RECORD
               AT END MOVE "Y" TO WS-RH-EOF.
           IF WS-RH-EOF = "N"
               IF GLRH-CURRENCY NOT = GLSB-CURRENCY OR
                  GLRH-EFFDATE > GLSB-VOUCHERDT
                   MOVE "Y" TO WS-RH-EOF
               ELSE
                   MOVE GLRH-RATE TO GLRT-RATE.
      *
      *  Sub-period close calendar - the line's source closed for
      *      its company and the posting period of its voucher
      *      date, the fiscal period's posting month for a company
      *      that keeps a fiscal calendar.  No record on GLCCALF
      *      means the sub-period is still open; a date outside the
      *      company's fiscal calendar is flagged 'X'
      *
       P044-CHECK-SUBPERIOD.
           MOVE "N" TO WS-SUBP-CLOSED.
           MOVE WS-LINE-COMPANY TO WS-FC-COMPANY.
           MOVE GLSB-VOUCHERDT  TO WS-FC-DATE.
           PERFORM P044A-FIND-FISCAL-PERIOD.
           MOVE WS-LINE-COMPANY TO GLCC-COMPANY.
           MOVE WS-FC-PERIOD-N TO GLCC-PERIOD.
           MOVE GLSB-SOURCE TO GLCC-SOURCE.
           READ GLCCALF RECORD INVALID KEY
               MOVE "O" TO GLCC-STATUS.
           IF GLCC-CLOSED
               MOVE "Y" TO WS-SUBP-CLOSED.
           IF WS-FC-FOUND = "X"
               MOVE "X" TO WS-SUBP-CLOSED.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P044A-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P044B-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P044B-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P044B-READ-FISCAL-PERIOD.
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
               PERFORM P044C-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P044C-TEST-ANY-CALENDAR.
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
      *  A batch line carrying a tax code has its tax portion
      *      computed and staged as an extra line by
           MOVE GLTX-INPUT-DEPT TO GLMA-DEPT.
           MOVE SPACE TO GLMA-CURHIS.
           PERFORM P530-READ-MAST.
           IF WS-MAS-VALID = "N" OR GLMA-INACTIVE
               MOVE "N" TO WS-TAX-VALID.
           MOVE GLTX-OUTPUT-ACCT TO GLMA-ACCTNO.
           MOVE GLTX-OUTPUT-DEPT TO GLMA-DEPT.
           PERFORM P530-READ-MAST.
           IF WS-MAS-VALID = "N" OR GLMA-INACTIVE
               MOVE "N" TO WS-TAX-VALID.
      *
      *  A project code on a batch line must be on GLPROJF, belong
      *      to the line's company and still be open - GL083P's
      *      close-out shuts a project to further coding
      *
       P046-CHECK-PROJECT.
           MOVE "Y" TO WS-PROJ-VALID.
           IF WS-PROJ-CODE NOT = SPACES
               MOVE WS-PROJ-CODE TO GLPR-CODE
               READ GLPROJF RECORD INVALID KEY
                   MOVE "N" TO WS-PROJ-VALID
               END-READ
               IF WS-PROJ-VALID = "Y" AND
                  (GLPR-COMPANY NOT = WS-PROJ-COMPANY OR GLPR-CLOSED)
                   MOVE "N" TO WS-PROJ-VALID.
      *
      *  A suspected duplicate - a live line on the open journal, or
      *      a posted line on the history, with the same document
      *      number and reference, the same company and account and
      *      the same amount in the same currency.  A line with no
      *      document number or reference is not checked.  The
      *      history is read from the account's first key only.
      *
       P047-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-FOUND.
           IF GLSB-DEBIT > 0
               MOVE GLSB-DEBIT TO WS-DUP-AMOUNT
           ELSE
               MULTIPLY GLSB-CREDIT BY -1 GIVING WS-DUP-AMOUNT.
           IF GLSB-DOCNO NOT = SPACES OR GLSB-DOCREF NOT = SPACES
               MOVE LOW-VALUES TO GLJR-KEY
               MOVE "N" TO WS-DUP-EOF
               START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
                   MOVE "Y" TO WS-DUP-EOF
               END-START
               IF WS-DUP-EOF = "N"
                   PERFORM P059-READ-GLJR-DUP
                   PERFORM P048-TEST-OPEN-LINE
                       UNTIL WS-DUP-EOF = "Y" OR WS-DUP-FOUND = "Y".
           IF (GLSB-DOCNO NOT = SPACES OR GLSB-DOCREF NOT = SPACES)
              AND WS-DUP-FOUND = "N"
               MOVE WS-LINE-COMPANY TO GLJX-COMPANY
               MOVE GLSB-ACCTNO TO GLJX-ACCTNO
               MOVE 0 TO GLJX-DEPT GLJX-VOUCHERDT GLJX-SEQNO
               MOVE LOW-VALUES TO GLJX-VOUCHERNO
               MOVE "N" TO WS-DUP-EOF
               START GLJRNLXF KEY NOT < GLJX-KEY INVALID KEY
                   MOVE "Y" TO WS-DUP-EOF
               END-START
               PERFORM P058-READ-HIST
               PERFORM P049-TEST-HIST-LINE
                   UNTIL WS-DUP-EOF = "Y" OR WS-DUP-FOUND = "Y".
           IF WS-DUP-FOUND = "Y"
               MOVE GLJR-VOUCHERNO TO WS-DR-VOUCHERNO.
      *
       P048-TEST-OPEN-LINE.
           IF GLJR-DOCNO    = GLSB-DOCNO      AND
              GLJR-DOCREF   = GLSB-DOCREF     AND
              GLJR-COMPANY  = WS-LINE-COMPANY AND
              GLJR-ACCTNO   = GLSB-ACCTNO     AND
              GLJR-CURRENCY = GLSB-CURRENCY   AND
              NOT GLJR-VOID AND
              ((GLSB-CURRENCY = SPACES AND
                GLJR-AMOUNT = WS-DUP-AMOUNT) OR
               (GLSB-CURRENCY NOT = SPACES AND
                GLJR-FOREIGN-AMT = WS-DUP-AMOUNT))
               MOVE "Y" TO WS-DUP-FOUND
           ELSE
               PERFORM P059-READ-GLJR-DUP.
      *
       P059-READ-GLJR-DUP.
           READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-DUP-EOF.
      *
       P049-TEST-HIST-LINE.
           IF GLJX-DOCNO    = GLSB-DOCNO    AND
              GLJX-DOCREF   = GLSB-DOCREF   AND
              GLJX-CURRENCY = GLSB-CURRENCY AND
              GLJX-STATUS NOT = "V" AND
              ((GLSB-CURRENCY = SPACES AND
                GLJX-AMOUNT = WS-DUP-AMOUNT) OR
               (GLSB-CURRENCY NOT = SPACES AND
                GLJX-FOREIGN-AMT = WS-DUP-AMOUNT))
               MOVE "Y" TO WS-DUP-FOUND
               MOVE GLJX-VOUCHERNO TO GLJR-VOUCHERNO
           ELSE
               PERFORM P058-READ-HIST.
      *
       P058-READ-HIST.
           IF WS-DUP-EOF = "N"
               READ GLJRNLXF NEXT RECORD
                   AT END MOVE "Y" TO WS-DUP-EOF.
           IF WS-DUP-EOF = "N" AND
              (GLJX-COMPANY NOT = WS-LINE-COMPANY OR
               GLJX-ACCTNO NOT = GLSB-ACCTNO)
               MOVE "Y" TO WS-DUP-EOF.
      *
       P033-STAGE-LINE.
           MOVE WS-VOUCHERNO     TO GLTP-VOUCHERNO.
               MOVE GLSB-DEBIT TO WS-AMOUNT
           ELSE
               MULTIPLY GLSB-CREDIT BY -1 GIVING WS-AMOUNT.
           IF GLSB-CURRENCY = SPACES OR WS-RATE-VALID NOT = "Y"
               MOVE WS-AMOUNT TO GLTP-AMOUNT
               MOVE GLSB-CURRENCY TO GLTP-CURRENCY
               MOVE 0 TO GLTP-FOREIGN-AMT
           MOVE GLSB-DOCNO   TO GLTP-DOCNO.
           MOVE GLSB-DOCDATE TO GLTP-DOCDATE.
           MOVE GLSB-DOCREF  TO GLTP-DOCREF.
           MOVE GLSB-PROJECT TO GLTP-PROJECT.
           IF WS-BUD-RESULT = "R"
               MOVE "R" TO GLTP-BUDGET-FLAG
           ELSE
               IF WS-DUP-FOUND = "Y"
                   MOVE "D" TO GLTP-BUDGET-FLAG
               ELSE
                   MOVE SPACE TO GLTP-BUDGET-FLAG.
           MOVE GLTP-COMPANY TO WS-NET-COMPANY.
           MOVE GLTP-AMOUNT  TO WS-NET-AMOUNT.
           PERFORM P036-ADD-COMPANY-NET.
                   MOVE GLTX-OUTPUT-ACCT TO GLTP-ACCTNO
                   MOVE GLTX-OUTPUT-DEPT TO GLTP-DEPT
               END-IF
               MOVE SPACE TO GLTP-BUDGET-FLAG
               MOVE SPACES TO GLTP-PROJECT
               MOVE SPACES TO GLTP-PARTICULAR
               STRING "TAX " GLSB-TAXCODE " ON A/C " GLSB-ACCTNO
                   DELIMITED BY SIZE INTO GLTP-PARTICULAR
       P037-MATCH-COMPANY.
           IF WS-ICO-COMPANY (WS-ICO-SUB) = WS-NET-COMPANY
               MOVE "Y" TO WS-ICO-FOUND.
      *
      *  Budget availability check on an accepted line - only a
      *      line against an expense account with a budget control
      *      flag is looked at.  Every such line goes on the batch's
      *      own net for its account/department; a debit line is
      *      also held against the year to date budget through its
      *      own fiscal period.  GLMA still holds the line's account
      *      and GLRT the rate P035 read for it.
      *
       P060-CHECK-BUDGET.
           IF GLMA-TYPE-EXPENSE AND
              (GLMA-BUDGET-WARN OR GLMA-BUDGET-REFUSE)
               IF GLSB-DEBIT > 0
                   MOVE GLSB-DEBIT TO WS-AMOUNT
               ELSE
                   MULTIPLY GLSB-CREDIT BY -1 GIVING WS-AMOUNT
               END-IF
               IF GLSB-CURRENCY = SPACES
                   MOVE WS-AMOUNT TO WS-BUD-LINE-AMT
               ELSE
                   COMPUTE WS-BUD-LINE-AMT ROUNDED =
                       WS-AMOUNT * GLRT-RATE
               END-IF
               IF WS-BUD-LINE-AMT > 0
                   PERFORM P061-FETCH-BUDGET
                   MOVE WS-LINE-COMPANY TO WS-FC-COMPANY
                   MOVE GLSB-VOUCHERDT  TO WS-FC-DATE
                   PERFORM P044A-FIND-FISCAL-PERIOD
                   COMPUTE WS-BUD-PERIOD = WS-FC-MM - GLSP-STMONTH
                   IF WS-BUD-PERIOD NOT > 0
                       ADD 12 TO WS-BUD-PERIOD
                   END-IF
                   MOVE 0 TO WS-BUD-LIMIT WS-BUD-USED
                   PERFORM P062-ADD-BUDGET-PERIOD
                       VARYING WS-BUD-SUB FROM 1 BY 1
                       UNTIL WS-BUD-SUB > WS-BUD-PERIOD
                   PERFORM P063-ADD-ACTUAL-PERIOD
                       VARYING WS-BUD-SUB FROM 1 BY 1
                       UNTIL WS-BUD-SUB > 13
                   PERFORM P064-ADD-PENDING
                   PERFORM P067-FIND-BUDGET-LINE
                   IF WS-BUV-FOUND = "Y"
                       ADD WS-BUV-NET (WS-BUV-SUB) TO WS-BUD-USED
                   END-IF
                   ADD WS-BUD-LINE-AMT TO WS-BUD-USED
                   IF WS-BUD-USED > WS-BUD-LIMIT
                       IF GLMA-BUDGET-REFUSE
                           MOVE "R" TO WS-BUD-RESULT
                       ELSE
                           MOVE "W" TO WS-BUD-RESULT
                           MOVE "B" TO WS-BUDGET-FLAG
                       END-IF
                   END-IF
               END-IF
               IF WS-BUD-RESULT NOT = "R"
                   PERFORM P069-NOTE-BUDGET-LINE.
      *
      *  The company's named budget version, or the GLMA-BUDGETAMT
      *      buckets when the company names none - an account with
      *      no record on the named version budgets zero
      *
       P061-FETCH-BUDGET.
           MOVE GLMA-COMPANY TO GLCO-CODE.
           READ GLCOMPF RECORD INVALID KEY
               MOVE SPACES TO GLCO-BUDGET-VERSION.
           MOVE GLCO-BUDGET-VERSION TO WS-BUD-VERSION.
           IF WS-BUD-VERSION NOT = SPACES
               MOVE GLMA-COMPANY   TO GLBU-COMPANY
               MOVE GLMA-ACCTNO    TO GLBU-ACCTNO
               MOVE GLMA-DEPT      TO GLBU-DEPT
               MOVE WS-BUD-VERSION TO GLBU-VERSION
               MOVE "Y" TO WS-BUD-VALID
               READ GLBUDGF RECORD INVALID KEY
                   MOVE "N" TO WS-BUD-VALID.
      *
       P062-ADD-BUDGET-PERIOD.
           IF WS-BUD-VERSION = SPACES
               ADD GLMA-BUDGETAMT (WS-BUD-SUB) TO WS-BUD-LIMIT
           ELSE
               IF WS-BUD-VALID = "Y"
                   ADD GLBU-AMOUNT (WS-BUD-SUB) TO WS-BUD-LIMIT.
      *
       P063-ADD-ACTUAL-PERIOD.
           ADD GLMA-PERIODAMT (WS-BUD-SUB) TO WS-BUD-USED.
      *
      *  Lines already sitting unposted on GLJRNLF against the same
      *      account/department - awaiting approval, approved, or
      *      archived with the master roll still to come
      *
       P064-ADD-PENDING.
           MOVE LOW-VALUES TO GLJR-KEY.
           MOVE "N" TO WS-BUD-EOF.
           START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
               MOVE "Y" TO WS-BUD-EOF.
           IF WS-BUD-EOF = "N"
               PERFORM P066-READ-GLJR-NEXT
               PERFORM P065-TEST-PENDING UNTIL WS-BUD-EOF = "Y".
      *
       P065-TEST-PENDING.
           IF GLJR-COMPANY = GLMA-COMPANY AND
              GLJR-ACCTNO  = GLMA-ACCTNO  AND
              GLJR-DEPT    = GLMA-DEPT    AND
              (GLJR-STATUS = SPACE OR GLJR-AWAITING OR
               GLJR-ARCHIVED)
               ADD GLJR-AMOUNT TO WS-BUD-USED.
           PERFORM P066-READ-GLJR-NEXT.
      *
       P066-READ-GLJR-NEXT.
           READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-BUD-EOF.
      *
       P067-FIND-BUDGET-LINE.
           MOVE "N" TO WS-BUV-FOUND.
           PERFORM P068-MATCH-BUDGET-LINE VARYING WS-BUV-SUB
               FROM 1 BY 1
               UNTIL WS-BUV-SUB > WS-BUV-MAX OR WS-BUV-FOUND = "Y".
           IF WS-BUV-FOUND = "Y"
               SUBTRACT 1 FROM WS-BUV-SUB.
      *
       P068-MATCH-BUDGET-LINE.
           IF WS-BUV-COMPANY (WS-BUV-SUB) = GLMA-COMPANY AND
              WS-BUV-ACCTNO (WS-BUV-SUB)  = GLMA-ACCTNO  AND
              WS-BUV-DEPT (WS-BUV-SUB)    = GLMA-DEPT
               MOVE "Y" TO WS-BUV-FOUND.
      *
       P069-NOTE-BUDGET-LINE.
           PERFORM P067-FIND-BUDGET-LINE.
           IF WS-BUV-FOUND = "Y"
               ADD WS-BUD-LINE-AMT TO WS-BUV-NET (WS-BUV-SUB)
           ELSE
               IF WS-BUV-MAX < 50
                   ADD 1 TO WS-BUV-MAX
                   MOVE GLMA-COMPANY TO WS-BUV-COMPANY (WS-BUV-MAX)
                   MOVE GLMA-ACCTNO  TO WS-BUV-ACCTNO (WS-BUV-MAX)
                   MOVE GLMA-DEPT    TO WS-BUV-DEPT (WS-BUV-MAX)
                   MOVE WS-BUD-LINE-AMT TO WS-BUV-NET (WS-BUV-MAX).
      *
       P530-READ-MAST.
           MOVE "Y" TO WS-MAS-VALID.
               MOVE "BATCH REJECTED - INTERCOMPANY PAIR MISSING"
                   TO WS-REG-NOTE
           ELSE
           IF WS-COUNT-CLOSED NOT = 0
               MOVE "N" TO WS-BATCH-OK
               MOVE SPACE TO WS-SUSP-OK
               DISPLAY WS-ERR-MESS-18 LINE 22 BELL
               DISPLAY WS-ERR-MESS-3 LINE 23
               MOVE "BATCH REJECTED - SOURCE CLOSED FOR THE PERIOD"
                   TO WS-REG-NOTE
           ELSE
           IF WS-COUNT-NOCAL NOT = 0
               MOVE "N" TO WS-BATCH-OK
               MOVE SPACE TO WS-SUSP-OK
               DISPLAY WS-ERR-MESS-19 LINE 22 BELL
               DISPLAY WS-ERR-MESS-3 LINE 23
               MOVE "BATCH REJECTED - DATE OUTSIDE FISCAL CALENDAR"
                   TO WS-REG-NOTE
           ELSE
           IF WS-COUNT-REJECTED NOT = 0 OR WS-TOT-DR NOT = WS-TOT-CR
               MOVE "N" TO WS-BATCH-OK
               IF WS-TOT-DR NOT = WS-TOT-CR
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-CURRENCY GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-PROJECT
                          GLJR-APPROVER.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           MOVE 0 TO GLJR-FOREIGN-AMT GLJR-EXCH-RATE.
           MOVE WS-BUDGET-FLAG TO GLJR-BUDGET-FLAG.
           WRITE GLJR-RECORD.
           MOVE GLJR-ACCTNO TO WS-RL-ACCTNO.
           MOVE GLJR-DEPT   TO WS-RL-DEPT.
           READ GLTEMPF RECORD AT END MOVE "Y" TO WS-EOF.
      *
      *  On a suspense posting any line whose account is still not
      *      on GLMASTF or has been made inactive, or that was
      *      refused over budget, goes to the suspense account
      *      instead, so the batch lands in full.
      *      A line refused for its project code lands there too,
      *      without the project, and so does a suspected duplicate
      *      (staged with 'D' in the budget flag).  Every line then
      *      carries the batch's over-budget flag.
      *
       P052-WRITE-GLJR.
           MOVE GLTP-RECORD TO GLJR-RECORD.
           MOVE SPACES TO GLJR-APPROVER.
           MOVE 0 TO GLJR-APPROVEDT.
           IF WS-SUSP-OK = "Y"
               MOVE GLJR-COMPANY TO GLMA-COMPANY
               MOVE GLJR-ACCTNO  TO GLMA-ACCTNO
               MOVE GLJR-DEPT    TO GLMA-DEPT
               MOVE SPACE        TO GLMA-CURHIS
               PERFORM P530-READ-MAST
               MOVE GLJR-PROJECT TO WS-PROJ-CODE
               MOVE GLJR-COMPANY TO WS-PROJ-COMPANY
               PERFORM P046-CHECK-PROJECT
               IF WS-MAS-VALID = "N" OR WS-PROJ-VALID = "N" OR
                  GLMA-INACTIVE OR
                  (NOT GLMA-NOT-CONTROL AND
                   GLMA-CONTROL NOT = GLJR-SOURCE) OR
                  (GLMA-CURRENCY NOT = SPACES AND
                   GLMA-CURRENCY NOT = GLJR-CURRENCY) OR
                  (GLJR-CURRENCY NOT = SPACES AND
                   GLJR-EXCH-RATE = 0) OR
                  GLJR-BUDGET-FLAG = "R" OR GLJR-BUDGET-FLAG = "D"
                   MOVE GLSP-SUSPENSE-ACCT TO GLJR-ACCTNO
                   MOVE 0 TO GLJR-DEPT
                   MOVE SPACES TO GLJR-PROJECT
                   MOVE GLJR-ACCTNO TO WS-RL-ACCTNO
                   MOVE 0 TO WS-RL-DEPT
                   MOVE GLJR-PARTICULAR TO WS-RL-PARTICULAR
                   MOVE 0 TO WS-RL-DEBIT WS-RL-CREDIT
                   MOVE "LINE MOVED TO SUSPENSE" TO WS-RL-RESULT
                   WRITE REPORT-LINE FROM WS-REG-LINE AFTER 1.
           MOVE WS-BUDGET-FLAG TO GLJR-BUDGET-FLAG.
           WRITE GLJR-RECORD.
           PERFORM P051-READ-GLTP.
      *
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-CURRENCY GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-PROJECT
                          GLJR-APPROVER.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           MOVE 0 TO GLJR-FOREIGN-AMT GLJR-EXCH-RATE.
           MOVE WS-BUDGET-FLAG TO GLJR-BUDGET-FLAG.
           WRITE GLJR-RECORD.
           MOVE GLJR-COMPANY TO WS-NET-COMPANY.
           MOVE GLJR-AMOUNT  TO WS-NET-AMOUNT.
      *      needs authority level 2.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
              NOT GLOP-DISABLED AND
              GLOP-AUTHORITY NOT < 2
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
                   IF GLOA-PROGRAM = "GL014P" OR "*JRNL" OR "*ALL"
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
               MOVE "GL014P" TO GLOA-PROGRAM
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
           MOVE "GL014P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
