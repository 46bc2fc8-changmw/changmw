      ***  (debit lines) or output tax account (credit lines), so   ***
      ***  GL051P's return report ties to the ledger line by line.  ***
      ***                                                           ***
      ***          A debit line against an expense account carrying ***
      ***  a budget control flag (GLMA-BUDGET-CTL) is checked       ***
      ***  against the account/department's year-to-date budget -   ***
      ***  the GLBUDGF version named on the company                 ***
      ***  (GLCO-BUDGET-VERSION), or GLMA-BUDGETAMT when none is    ***
      ***  named - net of the actual to date, the lines still       ***
      ***  unposted on GLJRNLF and this voucher's own earlier       ***
      ***  lines. A line that would go over is refused outright     ***
      ***  ('R') or let through with a warning ('W'), and a voucher ***
      ***  let through over budget carries GLJR-BUDGET-FLAG on      ***
      ***  every line so GL041P shows the overspend to the          ***
      ***  approver.                                                ***
      ***                                                           ***
      ***          A detail line may carry a project code (GLPROJF, ***
      ***  maintained by GL081P) so its cost is gathered by         ***
      ***  GL082P across accounts and departments.  The project     ***
      ***  must belong to the line's company and must not have      ***
      ***  been closed out by GL083P.                               ***
      ***                                                           ***
      ***          A detail line may carry the source document's    ***
      ***  number and reference (GLJR-DOCNO/GLJR-DOCREF), carried   ***
      ***  forward from the line before.  A line whose document,    ***
      ***  amount and account match a live line already on the      ***
      ***  open journal or on the posted history (GLT001X) is a     ***
      ***  suspected duplicate - the original voucher is shown and  ***
      ***  the operator must either re-key the document or accept   ***
      ***  the line anyway, and an acceptance is journalled to      ***
      ***  GLSECLF ("DUP OVERRD") against the operator.             ***
      ***                                                           ***
      ***          An account retired as inactive (GLMA-STATUS =    ***
      ***  'I', set through GL011P or GL086P) takes no lines - a    ***
      ***  keyed or template line against it is refused, and so is  ***
      ***  a tax code whose tax account has been retired.           ***
      ***                                                           ***
      ***          A voucher keyed in a foreign currency converts   ***
      ***  at the dated rate in force on its voucher date (GLRTHF,  ***
      ***  maintained by GL042P), so a back-dated voucher takes the ***
      ***  rate of its own day rather than today's.  A currency     ***
      ***  with no dated rate on or before the voucher date is      ***
      ***  refused.                                                 ***
      ***                                                           ***
      ***          A voucher date whose sub-period is closed for    ***
      ***  the company and the "GL" source on the close calendar    ***
      ***  (GLCCALF, kept by GL087P) is refused, and so is a line   ***
      ***  for another company whose "GL" sub-period is closed.     ***
      ***                                                           ***
      ***          For a company that keeps a fiscal calendar       ***
      ***  (GLFCALF, kept by GL088P) the voucher date is checked    ***
      ***  by the fiscal period it falls in - a date in a period    ***
      ***  before the current posting period is refused, as is a    ***
      ***  date no period of the calendar covers - and that         ***
      ***  period's posting month selects the sub-period and the    ***
      ***  budget period.                                           ***
      ***                                                           ***
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
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
      *  Transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Posted history account index - searched for duplicates
           COPY "GLJRNXSL.DEF".
      *
      *  Voucher in-use lock file - doubles as the counter latch
           COPY "GLVLOKSL.DEF".
      *
      *  Exchange rate table - maintained by GL042P
           COPY "GLRATESL.DEF".
      *
      *  Dated exchange rate history - maintained by GL042P
           COPY "GLRTHSL.DEF".
      *
      *  Sub-period close calendar - maintained by GL087P
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
      *  Temporary file to store voucher input
       FD  GLTEMPF
           BLOCK CONTAINS 8 RECORDS
           RECORD CONTAINS 158 CHARACTERS
           LABEL RECORDS ARE STANDARD.
      *
       01  GLTP-RECORD.
               10  GLTP-DOCNO         PIC X(10).
               10  GLTP-DOCDATE       PIC 9(6).
               10  GLTP-DOCREF        PIC X(10).
               10  GLTP-BUDGET-FLAG   PIC X.
               10  GLTP-PROJECT       PIC X(6).
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
           05  WS-HOME-IDEAL          PIC S9(9)V99.
           05  WS-TAXCODE             PIC XXX.
           05  WS-TAX-AMOUNT          PIC S9(9)V99.
           05  WS-PROJECT             PIC X(6).
           05  WS-DOCNO               PIC X(10).
           05  WS-DOCREF              PIC X(10).
      *
       01  WS-FLAG.
           05  WS-DATA-OK             PIC X.
           05  WS-REVERSE-FLAG        PIC X.
           05  WS-CUR-VALID           PIC X.
           05  WS-TAX-VALID           PIC X.
           05  WS-PROJ-VALID          PIC X.
           05  WS-DOC-VALID           PIC X.
           05  WS-RH-EOF              PIC X.
           05  WS-SUBP-CLOSED         PIC X.
      *
      *  Duplicate document check - the line's document, amount (in
      *      the currency it was keyed in) and account are looked for
      *      on the open journal and the posted history, and the
      *      first match's voucher is shown to the operator
      *
       01  WS-DUP-FOUND           PIC X.
       01  WS-DUP-EOF             PIC X.
       01  WS-DUP-OVERRIDE        PIC X.
       01  WS-DUP-AMOUNT          PIC S9(9)V99.
       01  WS-DUP-CURRENCY        PIC XXX.
       01  WS-DUP-VOUCHERNO       PIC X(6).
      *
      *  Per-company net of the voucher being keyed - the basis of
      *      the generated due-to/due-from balancing lines
           05  WS-ICO-ENTRY       OCCURS 20 TIMES.
               10  WS-ICO-COMPANY PIC XX.
               10  WS-ICO-NET     PIC S9(9)V99.
      *
      *  Budget availability check - an expense line is held against
      *      its account/department's year-to-date budget, net of the
      *      actual to date, the lines unposted on GLJRNLF and the
      *      net this voucher has already put against the same
      *      account/department (the WS-BUV table)
      *
       01  WS-BUDGET-FLAG         PIC X.
       01  WS-BUD-LINE-OVER       PIC X.
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
       01  WS-ERR-MESSAGE.
           05  WS-ERR-MESS-1          PIC X(51)  VALUE
               "ERR-180 : TAX ACCOUNT NOT ON THIS COMPANY LEDGER".
           05  WS-ERR-MESS-19         PIC X(55)  VALUE
               "ERR-190 : STATISTICAL A/C - KEYED VIA GL055P ONLY".
           05  WS-ERR-MESS-20         PIC X(55)  VALUE
               "ERR-195 : EXPENSE A/C OVER BUDGET - LINE REFUSED".
           05  WS-ERR-MESS-21         PIC X(55)  VALUE
               "WARNING : A/C OVER BUDGET - VOUCHER FLAGGED".
           05  WS-ERR-MESS-22         PIC X(55)  VALUE
               "ERR-759 : PROJECT NOT FOUND, CLOSED OR OTHER COMPANY".
           05  WS-ERR-MESS-23         PIC X(31)  VALUE
               "WARNING : DUPLICATE OF VOUCHER ".
           05  WS-ERR-MESS-24         PIC X(55)  VALUE
               "ERR-772 : ACCOUNT IS INACTIVE - NO POSTING ALLOWED".
           05  WS-ERR-MESS-25         PIC X(55)  VALUE
               "ERR-775 : NO EXCHANGE RATE IN FORCE ON VOUCHER DATE".
           05  WS-ERR-MESS-26         PIC X(55)  VALUE
               "ERR-778 : GL SUB-PERIOD CLOSED FOR THIS COMPANY".
           05  WS-ERR-MESS-27         PIC X(55)  VALUE
               "ERR-783 : DATE OUTSIDE THE COMPANY'S FISCAL CALENDAR".
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
       01  WS-MESSAGE.
           05  WS-MESS-1              PIC X(51)  VALUE
               "VOUCHER UPDATED TO GLJRNLF".
           05  WS-MESS-3              PIC X(30)  VALUE
               "PRESS ANY KEY TO CONTINUE ...".
           05  WS-MESS-4              PIC X(24)  VALUE
               "- ACCEPT ANYWAY ? (Y,N) ".
      /
       PROCEDURE DIVISION.
      *
      *
           OPEN I-O     GLMASTF.
           OPEN INPUT   GLCOMPF.
           OPEN INPUT   GLSYSPF.
           READ GLSYSPF RECORD.
           CLOSE GLSYSPF.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                I-O    GLJRNLF
                INPUT  GLTMPLF
                INPUT  GLRATEF
                INPUT  GLRTHF
                INPUT  GLCCALF
                INPUT  GLFCALF
                INPUT  GLICPTF
                INPUT  GLTAXF
                INPUT  GLBUDGF
                INPUT  GLPROJF
                INPUT  GLJRNLXF
                OUTPUT GLTEMPF.
           PERFORM P110-INITIAL.
           PERFORM P120-DIS-SCN.
           CLOSE GLSYSPF.
           CLOSE GLTMPLF.
           CLOSE GLRATEF.
           CLOSE GLRTHF.
           CLOSE GLCCALF.
           CLOSE GLFCALF.
           CLOSE GLICPTF.
           CLOSE GLTAXF.
           CLOSE GLBUDGF.
           CLOSE GLPROJF.
           CLOSE GLJRNLXF.
      *
      *  The voucher number and a block of line sequence numbers
      *      are reserved the moment they are issued - under the
           MOVE 0 TO WS-CREDIT WS-DEBIT WS-TOT-CR WS-TOT-DR.
           MOVE 0 TO WS-FOR-NET WS-HOME-NET.
           MOVE 0 TO WS-ICO-MAX.
           MOVE 0 TO WS-BUV-MAX.
           MOVE SPACE TO WS-BUDGET-FLAG.
           MOVE SPACES TO WS-TAXCODE.
           MOVE SPACES TO WS-DOCNO WS-DOCREF.
           MOVE WS-COMPANY TO WS-LINE-COMPANY.
           MOVE 9 TO WS-LINE-NUMBER.
           MOVE SPACE TO WS-DATA-OK WS-VOUCH-OK WS-EOF
                MOVE "N" TO WS-CO-VALID
                MOVE SPACE TO WS-COMPANY
                DISPLAY WS-ERR-MESS-12 LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P200-ACPT-INPUT.
           MOVE "N" TO WS-VOUCH-OK.
      *
      *  A voucher may be keyed in a foreign currency - the line
      *      amounts are then the foreign figures, and each line is
      *      converted to home currency at the dated rate in force
      *      on the voucher date as it is stored, with the original
      *      amount and rate kept on the line
      *
       P247-ASK-CURRENCY.
           MOVE SPACES TO WS-CURRENCY-CD.
       P248-ACPT-CURRENCY.
           DISPLAY "CURRENCY (BLANK = HOME) : " LINE 21 POSITION 20.
           ACCEPT WS-CURRENCY-CD LINE 21 POSITION 46 NO BELL.
           MOVE 0 TO WS-EXCH-RATE.
           IF WS-CURRENCY-CD = SPACES
              MOVE "Y" TO WS-CUR-VALID
           ELSE
                   MOVE "N" TO WS-CUR-VALID
                   DISPLAY WS-ERR-MESS-14 LINE 24 BELL.
           IF WS-CUR-VALID = "Y" AND WS-CURRENCY-CD NOT = SPACES
              PERFORM P249-FIND-DATED-RATE
              IF WS-EXCH-RATE = 0
                 MOVE "N" TO WS-CUR-VALID
                 DISPLAY WS-ERR-MESS-25 LINE 24 BELL
              ELSE
                 DISPLAY SPACE LINE 24 SIZE 80.
      *
      *  The rate in force on the voucher date is the last dated
      *      rate for the currency effective on or before it
      *
       P249-FIND-DATED-RATE.
           MOVE "N" TO WS-RH-EOF.
           MOVE WS-CURRENCY-CD TO GLRH-CURRENCY.
           MOVE 0 TO GLRH-EFFDATE.
           START GLRTHF KEY NOT < GLRH-KEY INVALID KEY
               MOVE "Y" TO WS-RH-EOF.
           PERFORM P251-READ-DATED-RATE UNTIL WS-RH-EOF = "Y".
      *
       P251-READ-DATED-RATE.
           READ GLRTHF NEXT RECORD
               AT END MOVE "Y" TO WS-RH-EOF.
           IF WS-RH-EOF = "N"
              IF GLRH-CURRENCY NOT = WS-CURRENCY-CD OR
                 GLRH-EFFDATE > WS-VOUCHERDT
                 MOVE "Y" TO WS-RH-EOF
              ELSE
                 MOVE GLRH-RATE TO WS-EXCH-RATE.
      *
      *  Recall a recurring/standing journal template (maintained by
      *      GL013P) to pre-fill this voucher's detail lines instead
           DISPLAY WS-PARTICULAR LINE WS-LINE-NUMBER POSITION 13.
           IF WS-MAS-VALID = "N"
              DISPLAY WS-ERR-MESS-5 LINE 24 BELL
           ELSE IF GLMA-INACTIVE
              DISPLAY WS-ERR-MESS-24 LINE 24 BELL
           ELSE IF NOT GLMA-NOT-CONTROL
              DISPLAY WS-ERR-MESS-13 LINE 24 BELL
           ELSE IF GLMA-TYPE-STATISTIC
              DISPLAY WS-EDIT LINE WS-LINE-NUMBER POSITION 54
              MOVE WS-CREDIT TO WS-EDIT
              DISPLAY WS-EDIT LINE WS-LINE-NUMBER POSITION 67
              MOVE "N" TO WS-AMT-OK
              PERFORM P257-ADJUST-TEMPLATE-AMT UNTIL WS-AMT-OK = "Y"
              MOVE GLTM-PROJECT (WS-TMPL-INDEX) TO WS-PROJECT
              PERFORM P269-ACPT-PROJECT
              PERFORM P259-ACPT-DOCUMENT
              PERFORM P270-PROCESS-LINE
              ADD 1 TO WS-LINE-NUMBER.
      *
      *  The operator may accept the template's amount as-is (press
      *      enter) or overtype it with this period's actual figure.
      *      The amount is held against the budget the same way a
      *      keyed line is, and a refused amount is asked again.
      *
       P257-ADJUST-TEMPLATE-AMT.
           MOVE "N" TO WS-BUD-LINE-OVER.
           ACCEPT WS-DEBIT LINE WS-LINE-NUMBER POSITION 54
                  NO BELL UPDATE.
           MOVE WS-DEBIT TO WS-EDIT.
              DISPLAY WS-EDIT LINE WS-LINE-NUMBER POSITION 67
           ELSE
              MOVE 0 TO WS-CREDIT.
           MOVE "Y" TO WS-AMT-OK.
           IF WS-DEBIT > 0
              PERFORM P280-CHECK-BUDGET.
      *
      *  Accept and check voucher number and date
      *
           MOVE WS-IYY TO WS-VYEAR.
           MOVE WS-IMM TO WS-VMONTH.
           MOVE WS-IDD TO WS-VDAY.
           MOVE WS-COMPANY   TO WS-FC-COMPANY.
           MOVE WS-VOUCHERDT TO WS-FC-DATE.
           PERFORM P235-FIND-FISCAL-PERIOD.
           IF   WS-VOUCHERNO = SPACE
                MOVE "Y" TO WS-VOUCH-OK
           ELSE IF   (WS-FC-FOUND NOT = "Y" AND
                      WS-VOUCHERDT < GLSP-POSDATE) OR
                     (WS-FC-FOUND = "Y" AND
                      WS-FC-PERIOD < GLSP-POSDATE (1:4)) OR
                     WS-VOUCHERDT > WS-SYSDATE
                     DISPLAY WS-ERR-MESS-1 LINE 24 BELL
                     MOVE "N" TO WS-VOUCH-OK
                                MOVE WS-VOUCH-OK TO WS-OVERWRITE
                           ELSE MOVE "Y" TO WS-VOUCH-OK
                                MOVE "N" TO WS-OVERWRITE
                      ELSE IF WS-DATE-VALID = "C"
                           DISPLAY WS-ERR-MESS-26 LINE 24 BELL
                           MOVE "N" TO WS-VOUCH-OK
                      ELSE IF WS-DATE-VALID = "X"
                           DISPLAY WS-ERR-MESS-27 LINE 24 BELL
                           MOVE "N" TO WS-VOUCH-OK
                      ELSE DISPLAY WS-ERR-MESS-2 LINE 24 BELL
                           MOVE "N" TO WS-VOUCH-OK.
      *
            IF WS-VMONTH NOT > 0 OR WS-VMONTH > 12 OR
               WS-VDAY = 0 OR WS-VDAY > WS-DAYINMTH (WS-VMONTH)
               MOVE "N" TO WS-DATE-VALID.
            IF WS-DATE-VALID = "Y"
               MOVE WS-COMPANY TO GLCC-COMPANY
               PERFORM P233-CHECK-SUBPERIOD
               IF WS-FC-FOUND = "X"
                  MOVE "X" TO WS-DATE-VALID
               ELSE IF WS-SUBP-CLOSED = "Y"
                  MOVE "C" TO WS-DATE-VALID.
      *
      *  Sub-period close calendar - the "GL" source closed for the
      *      company (GLCC-COMPANY, set by the caller) and the
      *      posting period of the voucher date, which is the
      *      fiscal period's posting month for a company that keeps
      *      a fiscal calendar.  No record on GLCCALF means the
      *      sub-period is still open
      *
       P233-CHECK-SUBPERIOD.
           MOVE "N" TO WS-SUBP-CLOSED.
           MOVE GLCC-COMPANY TO WS-FC-COMPANY.
           MOVE WS-VOUCHERDT TO WS-FC-DATE.
           PERFORM P235-FIND-FISCAL-PERIOD.
           MOVE WS-FC-PERIOD-N TO GLCC-PERIOD.
           MOVE "GL" TO GLCC-SOURCE.
           READ GLCCALF RECORD INVALID KEY
               MOVE "O" TO GLCC-STATUS.
           IF GLCC-CLOSED
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
       P232-ACPT-RES.
           DISPLAY SPACE LINE 24 POSITION 52 SIZE 1.
           PERFORM P261-ACPT-ACCT UNTIL WS-ACCT-OK = "Y".
           IF   WS-ACCTNO NOT = 0
                PERFORM P262-ACPT-AMT UNTIL WS-AMT-OK = "Y"
                PERFORM P266-ACPT-TAXCODE
                MOVE SPACES TO WS-PROJECT
                PERFORM P269-ACPT-PROJECT
                PERFORM P259-ACPT-DOCUMENT.
           PERFORM P221-ACPT-OK UNTIL WS-DATA-OK = "Y"
                                OR    WS-DATA-OK = "N".
           IF   WS-DATA-OK = "Y"
                PERFORM P264-ACPT-LINE-CO
                IF   WS-LINECO-VALID = "N"
                     DISPLAY WS-ERR-MESS-12 LINE 24 BELL
                ELSE IF WS-LINECO-VALID = "C"
                     DISPLAY WS-ERR-MESS-26 LINE 24 BELL
                ELSE IF WS-LINECO-VALID = "X"
                     DISPLAY WS-ERR-MESS-27 LINE 24 BELL
                ELSE
                MOVE WS-LINE-COMPANY TO GLMA-COMPANY
                MOVE WS-ACCTNO TO GLMA-ACCTNO
                PERFORM P530-READ-MAST
                IF   WS-MAS-VALID = "N"
                     DISPLAY WS-ERR-MESS-5 LINE 24 BELL
                ELSE IF GLMA-INACTIVE
                     DISPLAY WS-ERR-MESS-24 LINE 24 BELL
                ELSE IF NOT GLMA-NOT-CONTROL
                     DISPLAY WS-ERR-MESS-13 LINE 24 BELL
                ELSE IF GLMA-TYPE-STATISTIC
               MOVE WS-LINE-COMPANY TO GLCO-CODE
               READ GLCOMPF RECORD INVALID KEY
                   MOVE "N" TO WS-LINECO-VALID.
           IF WS-LINECO-VALID = "Y" AND WS-LINE-COMPANY NOT = WS-COMPANY
               MOVE WS-LINE-COMPANY TO GLCC-COMPANY
               PERFORM P233-CHECK-SUBPERIOD
               IF WS-FC-FOUND = "X"
                   MOVE "X" TO WS-LINECO-VALID
               ELSE IF WS-SUBP-CLOSED = "Y"
                   MOVE "C" TO WS-LINECO-VALID.
           DISPLAY SPACE LINE 21 POSITION 50 SIZE 15.
      *
      *  The line's tax code - blank means no tax.  A coded line
           MOVE GLTX-INPUT-DEPT TO GLMA-DEPT.
           MOVE SPACE TO GLMA-CURHIS.
           PERFORM P530-READ-MAST.
           IF   WS-MAS-VALID = "N" OR GLMA-INACTIVE
                MOVE "N" TO WS-TAX-VALID.
           MOVE GLTX-OUTPUT-ACCT TO GLMA-ACCTNO.
           MOVE GLTX-OUTPUT-DEPT TO GLMA-DEPT.
           PERFORM P530-READ-MAST.
           IF   WS-MAS-VALID = "N" OR GLMA-INACTIVE
                MOVE "N" TO WS-TAX-VALID.
           IF   WS-TAX-VALID = "N"
                DISPLAY WS-ERR-MESS-18 LINE 24 BELL.
      *
      *  The line's project code - blank means none.  A coded line
      *      must name a project on GLPROJF belonging to the line's
      *      company and not yet closed out by GL083P.  A template
      *      line offers its stored code, which the operator may
      *      accept, overtype or blank out.
      *
       P269-ACPT-PROJECT.
           MOVE "N" TO WS-PROJ-VALID.
           PERFORM P258-ACPT-PROJECT-CODE UNTIL WS-PROJ-VALID = "Y".
      *
       P258-ACPT-PROJECT-CODE.
           DISPLAY "PROJ : " LINE 21 POSITION 50.
           ACCEPT WS-PROJECT LINE 21 POSITION 57 NO BELL UPDATE.
           MOVE "Y" TO WS-PROJ-VALID.
           IF   WS-PROJECT NOT = SPACES
                MOVE WS-PROJECT TO GLPR-CODE
                READ GLPROJF RECORD INVALID KEY
                    MOVE "N" TO WS-PROJ-VALID
                END-READ
                IF   WS-PROJ-VALID = "Y" AND
                     (GLPR-COMPANY NOT = WS-LINE-COMPANY OR
                      GLPR-CLOSED)
                     MOVE "N" TO WS-PROJ-VALID.
           IF   WS-PROJ-VALID = "N"
                DISPLAY WS-ERR-MESS-22 LINE 24 BELL
           ELSE DISPLAY SPACE LINE 24 POSITION 1 SIZE 80.
           DISPLAY SPACE LINE 21 POSITION 50 SIZE 13.
      *
      *  The line's source document number and reference - enter
      *      keeps the previous line's, since the lines of one
      *      invoice usually share them.  A suspected duplicate is
      *      shown with the voucher it duplicates; the operator
      *      re-keys the document, or accepts the line and the
      *      override is journalled against the operator.
      *
       P259-ACPT-DOCUMENT.
           MOVE "N" TO WS-DOC-VALID.
           PERFORM P253-ACPT-DOC-NO UNTIL WS-DOC-VALID = "Y".
      *
       P253-ACPT-DOC-NO.
           DISPLAY "DOC NO : " LINE 21 POSITION 50.
           ACCEPT WS-DOCNO LINE 21 POSITION 59 NO BELL UPDATE.
           DISPLAY SPACE LINE 21 POSITION 50 SIZE 20.
           DISPLAY "DOC REF: " LINE 21 POSITION 50.
           ACCEPT WS-DOCREF LINE 21 POSITION 59 NO BELL UPDATE.
           DISPLAY SPACE LINE 21 POSITION 50 SIZE 20.
           MOVE "Y" TO WS-DOC-VALID.
           MOVE "N" TO WS-DUP-FOUND.
           IF   WS-DOCNO NOT = SPACES OR WS-DOCREF NOT = SPACES
                PERFORM P290-CHECK-DUPLICATE.
           IF   WS-DUP-FOUND = "Y"
                DISPLAY WS-ERR-MESS-23   LINE 24 POSITION 1 BELL
                DISPLAY WS-DUP-VOUCHERNO LINE 24 POSITION 32
                DISPLAY WS-MESS-4        LINE 24 POSITION 39
                MOVE SPACE TO WS-DUP-OVERRIDE
                PERFORM P254-ACPT-OVERRIDE
                    UNTIL WS-DUP-OVERRIDE = "Y" OR WS-DUP-OVERRIDE = "N"
                DISPLAY SPACE LINE 24 POSITION 1 SIZE 80
                IF   WS-DUP-OVERRIDE = "Y"
                     MOVE "DUP OVERRD"    TO WS-SEC-ACTION
                     MOVE WS-LINE-COMPANY TO WS-SEC-COMPANY
                     MOVE WS-VOUCHERNO    TO WS-SEC-TARGET
                     PERFORM P995-WRITE-SECURITY
                     MOVE SPACES TO WS-SEC-COMPANY WS-SEC-TARGET
                ELSE MOVE "N" TO WS-DOC-VALID.
      *
       P254-ACPT-OVERRIDE.
           DISPLAY SPACE LINE 24 POSITION 63 SIZE 1.
           ACCEPT WS-DUP-OVERRIDE LINE 24 POSITION 63 NO BELL.
      *
       P262-ACPT-AMT.
           MOVE "N" TO WS-BUD-LINE-OVER.
           DISPLAY SPACE LINE WS-LINE-NUMBER POSITION 54 SIZE 26.
           ACCEPT WS-DEBIT LINE WS-LINE-NUMBER POSITION 54
                  NO BELL.
                     MOVE SPACE TO WS-CREDIT-OK
                     PERFORM P263-ACPT-CREDIT UNTIL WS-CREDIT-OK = "Y"
                     MOVE "Y" TO WS-AMT-OK
                ELSE MOVE "Y" TO WS-AMT-OK
                     PERFORM P280-CHECK-BUDGET.
      *
       P263-ACPT-CREDIT.
           DISPLAY SPACE LINE WS-LINE-NUMBER POSITION 67 SIZE 13.
                ADD GLTP-AMOUNT TO WS-TOT-DR
           ELSE SUBTRACT GLTP-AMOUNT FROM WS-TOT-CR.
           PERFORM P275-ADD-COMPANY-NET.
           PERFORM P285-NOTE-BUDGET-LINE.
           MOVE WS-TAXCODE TO GLTP-TAXCODE.
           MOVE 0 TO GLTP-ADJ-PERIOD.
           MOVE WS-DOCNO TO GLTP-DOCNO.
           MOVE WS-DOCREF TO GLTP-DOCREF.
           MOVE SPACE TO GLTP-BUDGET-FLAG.
           MOVE WS-PROJECT TO GLTP-PROJECT.
           MOVE 0 TO GLTP-DOCDATE.
           MOVE WS-OVERWRITE TO GLTP-OVERWRITE.
           MOVE SPACE TO WS-OVERWRITE.
           IF   WS-ICO-COMPANY (WS-ICO-SUB) = GLTP-COMPANY
                MOVE "Y" TO WS-ICO-FOUND.
      *
      *  Budget availability check - only a debit line against an
      *      expense account with a budget control flag is checked.
      *      The budget is the year to date through the voucher's
      *      fiscal period, the usage is the actual to date plus
      *      everything pending against the same account/department
      *      plus this line.  GLMA still holds the line's account.
      *      An 'R' account refuses the amount and it is asked
      *      again; a 'W' account warns, and the voucher is flagged
      *      for the approver once the line is stored.
      *
       P280-CHECK-BUDGET.
           MOVE "N" TO WS-BUD-LINE-OVER.
           IF   GLMA-TYPE-EXPENSE AND
                (GLMA-BUDGET-WARN OR GLMA-BUDGET-REFUSE)
                PERFORM P281-FETCH-BUDGET
                MOVE GLMA-COMPANY TO WS-FC-COMPANY
                MOVE WS-VOUCHERDT TO WS-FC-DATE
                PERFORM P235-FIND-FISCAL-PERIOD
                COMPUTE WS-BUD-PERIOD = WS-FC-MM - GLSP-STMONTH
                IF   WS-BUD-PERIOD NOT > 0
                     ADD 12 TO WS-BUD-PERIOD
                END-IF
                MOVE 0 TO WS-BUD-LIMIT WS-BUD-USED
                PERFORM P282-ADD-BUDGET-PERIOD
                    VARYING WS-BUD-SUB FROM 1 BY 1
                    UNTIL WS-BUD-SUB > WS-BUD-PERIOD
                PERFORM P283-ADD-ACTUAL-PERIOD
                    VARYING WS-BUD-SUB FROM 1 BY 1
                    UNTIL WS-BUD-SUB > 13
                PERFORM P284-ADD-PENDING
                PERFORM P286-ADD-THIS-VOUCHER
                IF   WS-CURRENCY-CD = SPACES
                     MOVE WS-DEBIT TO WS-BUD-LINE-AMT
                ELSE COMPUTE WS-BUD-LINE-AMT ROUNDED =
                         WS-DEBIT * WS-EXCH-RATE
                END-IF
                ADD WS-BUD-LINE-AMT TO WS-BUD-USED
                IF   WS-BUD-USED > WS-BUD-LIMIT
                     MOVE "Y" TO WS-BUD-LINE-OVER
                     IF   GLMA-BUDGET-REFUSE
                          MOVE "N" TO WS-AMT-OK
                          DISPLAY WS-ERR-MESS-20 LINE 24 BELL
                     ELSE DISPLAY WS-ERR-MESS-21 LINE 24 BELL.
      *
      *  The company's named budget version, or the GLMA-BUDGETAMT
      *      buckets when the company names none - an account with
      *      no record on the named version budgets zero
      *
       P281-FETCH-BUDGET.
           MOVE GLMA-COMPANY TO GLCO-CODE.
           READ GLCOMPF RECORD INVALID KEY
                MOVE SPACES TO GLCO-BUDGET-VERSION.
           MOVE GLCO-BUDGET-VERSION TO WS-BUD-VERSION.
           IF   WS-BUD-VERSION NOT = SPACES
                MOVE GLMA-COMPANY TO GLBU-COMPANY
                MOVE GLMA-ACCTNO  TO GLBU-ACCTNO
                MOVE GLMA-DEPT    TO GLBU-DEPT
                MOVE WS-BUD-VERSION TO GLBU-VERSION
                MOVE "Y" TO WS-BUD-VALID
                READ GLBUDGF RECORD INVALID KEY
                     MOVE "N" TO WS-BUD-VALID.
      *
       P282-ADD-BUDGET-PERIOD.
           IF   WS-BUD-VERSION = SPACES
                ADD GLMA-BUDGETAMT (WS-BUD-SUB) TO WS-BUD-LIMIT
           ELSE IF WS-BUD-VALID = "Y"
                ADD GLBU-AMOUNT (WS-BUD-SUB) TO WS-BUD-LIMIT.
      *
       P283-ADD-ACTUAL-PERIOD.
           ADD GLMA-PERIODAMT (WS-BUD-SUB) TO WS-BUD-USED.
      *
      *  Lines already sitting unposted on GLJRNLF against the same
      *      account/department - awaiting approval, approved, or
      *      archived with the master roll still to come.  A void,
      *      posted or returned line does not count, nor does this
      *      voucher's own number, whose old lines an overwrite is
      *      about to void.
      *
       P284-ADD-PENDING.
           MOVE LOW-VALUES TO GLJR-KEY.
           MOVE "N" TO WS-BUD-EOF.
           START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
                MOVE "Y" TO WS-BUD-EOF.
           IF   WS-BUD-EOF = "N"
                PERFORM P289-READ-GLJR-NEXT
                PERFORM P288-TEST-PENDING UNTIL WS-BUD-EOF = "Y".
      *
       P288-TEST-PENDING.
           IF   GLJR-COMPANY = GLMA-COMPANY AND
                GLJR-ACCTNO  = GLMA-ACCTNO  AND
                GLJR-DEPT    = GLMA-DEPT    AND
                GLJR-VOUCHERNO NOT = WS-VOUCHERNO AND
                (GLJR-STATUS = SPACE OR GLJR-AWAITING OR
                 GLJR-ARCHIVED)
                ADD GLJR-AMOUNT TO WS-BUD-USED.
           PERFORM P289-READ-GLJR-NEXT.
      *
       P289-READ-GLJR-NEXT.
           READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-BUD-EOF.
      *
       P286-ADD-THIS-VOUCHER.
           MOVE "N" TO WS-BUV-FOUND.
           PERFORM P287-MATCH-BUDGET-LINE VARYING WS-BUV-SUB
               FROM 1 BY 1
               UNTIL WS-BUV-SUB > WS-BUV-MAX OR WS-BUV-FOUND = "Y".
           IF   WS-BUV-FOUND = "Y"
                SUBTRACT 1 FROM WS-BUV-SUB
                ADD WS-BUV-NET (WS-BUV-SUB) TO WS-BUD-USED.
      *
       P287-MATCH-BUDGET-LINE.
           IF   WS-BUV-COMPANY (WS-BUV-SUB) = GLMA-COMPANY AND
                WS-BUV-ACCTNO (WS-BUV-SUB)  = GLMA-ACCTNO  AND
                WS-BUV-DEPT (WS-BUV-SUB)    = GLMA-DEPT
                MOVE "Y" TO WS-BUV-FOUND.
      *
      *  A stored line against a budget-controlled expense account
      *      adds to this voucher's net for the account/department,
      *      and a line let through over budget flags the voucher.
      *      The tax account reads have moved GLMA on since the
      *      line was keyed, so the line's account is read again.
      *
       P285-NOTE-BUDGET-LINE.
           IF   WS-BUD-LINE-OVER = "Y"
                MOVE "B" TO WS-BUDGET-FLAG.
           MOVE "N" TO WS-BUD-LINE-OVER.
           MOVE GLTP-COMPANY TO GLMA-COMPANY.
           MOVE GLTP-ACCTNO  TO GLMA-ACCTNO.
           MOVE GLTP-DEPT    TO GLMA-DEPT.
           MOVE SPACE        TO GLMA-CURHIS.
           PERFORM P530-READ-MAST.
           IF   WS-MAS-VALID = "Y" AND GLMA-TYPE-EXPENSE AND
                (GLMA-BUDGET-WARN OR GLMA-BUDGET-REFUSE)
                MOVE "N" TO WS-BUV-FOUND
                PERFORM P287-MATCH-BUDGET-LINE VARYING WS-BUV-SUB
                    FROM 1 BY 1
                    UNTIL WS-BUV-SUB > WS-BUV-MAX OR WS-BUV-FOUND = "Y"
                IF   WS-BUV-FOUND = "Y"
                     SUBTRACT 1 FROM WS-BUV-SUB
                     ADD GLTP-AMOUNT TO WS-BUV-NET (WS-BUV-SUB)
                ELSE IF WS-BUV-MAX < 50
                     ADD 1 TO WS-BUV-MAX
                     MOVE GLTP-COMPANY TO WS-BUV-COMPANY (WS-BUV-MAX)
                     MOVE GLTP-ACCTNO  TO WS-BUV-ACCTNO (WS-BUV-MAX)
                     MOVE GLTP-DEPT    TO WS-BUV-DEPT (WS-BUV-MAX)
                     MOVE GLTP-AMOUNT  TO WS-BUV-NET (WS-BUV-MAX).
      *
      *  A suspected duplicate - a live line of another voucher on
      *      the open journal, or a posted line on the history, with
      *      the same document number and reference, the same
      *      company and account and the same amount in the same
      *      currency.  The history is read from the account's first
      *      key only, so the rest of the year is never touched.
      *
       P290-CHECK-DUPLICATE.
           IF   WS-DEBIT > 0
                MOVE WS-DEBIT TO WS-DUP-AMOUNT
           ELSE MULTIPLY WS-CREDIT BY -1 GIVING WS-DUP-AMOUNT.
           MOVE WS-CURRENCY-CD TO WS-DUP-CURRENCY.
           MOVE LOW-VALUES TO GLJR-KEY.
           MOVE "N" TO WS-DUP-EOF.
           START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
                MOVE "Y" TO WS-DUP-EOF.
           IF   WS-DUP-EOF = "N"
                PERFORM P292-READ-GLJR-NEXT
                PERFORM P291-TEST-OPEN-LINE
                    UNTIL WS-DUP-EOF = "Y" OR WS-DUP-FOUND = "Y".
           IF   WS-DUP-FOUND = "N"
                MOVE WS-LINE-COMPANY TO GLJX-COMPANY
                MOVE WS-ACCTNO TO GLJX-ACCTNO
                MOVE 0 TO GLJX-DEPT GLJX-VOUCHERDT GLJX-SEQNO
                MOVE LOW-VALUES TO GLJX-VOUCHERNO
                MOVE "N" TO WS-DUP-EOF
                START GLJRNLXF KEY NOT < GLJX-KEY INVALID KEY
                     MOVE "Y" TO WS-DUP-EOF
                END-START
                PERFORM P294-READ-HIST
                PERFORM P293-TEST-HIST-LINE
                    UNTIL WS-DUP-EOF = "Y" OR WS-DUP-FOUND = "Y".
      *
       P291-TEST-OPEN-LINE.
           IF   GLJR-DOCNO     = WS-DOCNO        AND
                GLJR-DOCREF    = WS-DOCREF       AND
                GLJR-COMPANY   = WS-LINE-COMPANY AND
                GLJR-ACCTNO    = WS-ACCTNO       AND
                GLJR-CURRENCY  = WS-DUP-CURRENCY AND
                GLJR-VOUCHERNO NOT = WS-VOUCHERNO AND
                NOT GLJR-VOID AND
                ((WS-DUP-CURRENCY = SPACES AND
                  GLJR-AMOUNT = WS-DUP-AMOUNT) OR
                 (WS-DUP-CURRENCY NOT = SPACES AND
                  GLJR-FOREIGN-AMT = WS-DUP-AMOUNT))
                MOVE "Y" TO WS-DUP-FOUND
                MOVE GLJR-VOUCHERNO TO WS-DUP-VOUCHERNO
           ELSE PERFORM P292-READ-GLJR-NEXT.
      *
       P292-READ-GLJR-NEXT.
           READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-DUP-EOF.
      *
       P293-TEST-HIST-LINE.
           IF   GLJX-DOCNO     = WS-DOCNO        AND
                GLJX-DOCREF    = WS-DOCREF       AND
                GLJX-CURRENCY  = WS-DUP-CURRENCY AND
                GLJX-STATUS NOT = "V" AND
                ((WS-DUP-CURRENCY = SPACES AND
                  GLJX-AMOUNT = WS-DUP-AMOUNT) OR
                 (WS-DUP-CURRENCY NOT = SPACES AND
                  GLJX-FOREIGN-AMT = WS-DUP-AMOUNT))
                MOVE "Y" TO WS-DUP-FOUND
                MOVE GLJX-VOUCHERNO TO WS-DUP-VOUCHERNO
           ELSE PERFORM P294-READ-HIST.
      *
       P294-READ-HIST.
           IF   WS-DUP-EOF = "N"
                READ GLJRNLXF NEXT RECORD
                    AT END MOVE "Y" TO WS-DUP-EOF.
           IF   WS-DUP-EOF = "N" AND
                (GLJX-COMPANY NOT = WS-LINE-COMPANY OR
                 GLJX-ACCTNO NOT = WS-ACCTNO)
                MOVE "Y" TO WS-DUP-EOF.
      *
      *  The tax portion of a coded line - computed at the GLTAXF
      *      rate still on hand from P267, written as an extra line
      *      of the same voucher against the input tax account
                ELSE MOVE GLTX-OUTPUT-ACCT TO GLTP-ACCTNO
                     MOVE GLTX-OUTPUT-DEPT TO GLTP-DEPT
                END-IF
                MOVE SPACES TO GLTP-PROJECT
                MOVE SPACES TO GLTP-PARTICULAR
                STRING "TAX " WS-TAXCODE " ON A/C " WS-ACCTNO
                    DELIMITED BY SIZE INTO GLTP-PARTICULAR
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-CURRENCY GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-PROJECT
                          GLJR-APPROVER.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           MOVE 0 TO GLJR-FOREIGN-AMT GLJR-EXCH-RATE.
           MOVE WS-BUDGET-FLAG TO GLJR-BUDGET-FLAG.
           PERFORM P560-WRITE-GLJR.
      *
       P320-MOVE-RECORD.
           CLOSE GLJRNLF.
           OPEN I-O GLJRNLF.
           MOVE GLTP-REC TO GLJR-RECORD.
           MOVE SPACES TO GLJR-APPROVER.
           MOVE 0 TO GLJR-APPROVEDT.
           MOVE WS-BUDGET-FLAG TO GLJR-BUDGET-FLAG.
           PERFORM P560-WRITE-GLJR.
           PERFORM P350-UPDATE-MAST.
           PERFORM P540-READ-GLTP.
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
                   IF GLOA-PROGRAM = "GL015P" OR "*JRNL" OR "*ALL"
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
               MOVE "GL015P" TO GLOA-PROGRAM
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
           MOVE "GL015P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
