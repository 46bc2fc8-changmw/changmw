      *    transaction details of each G/L account that have been
      *    made within the selected range of periods.
      *
      *    Input file(s)  : GLT001F, GLMASTF, GLSYSPF, GL019CKF,
      *                     GLFCALF
      *    Output file(s) : GL019R, GL019CKF
      *
      *    GLJRNLHF (GLT001F) is processed account by account, in the
      *    under one output format is never offered to a run asking
      *    for the other format, since the skipped records would be
      *    silently missing from whichever file is produced.
      *
      *    For a company that keeps a fiscal calendar (GLFCALF) the
      *    months keyed are its posting periods - the range runs from
      *    the first day of the fiscal period posted under the start
      *    month to the last day of the one posted under the end
      *    month, each line is bucketed and broken by the fiscal
      *    period its voucher date falls in, and the balances brought
      *    and carried down are dated at the fiscal period's first
      *    and last day.
      *
       PROGRAM-ID.      GL019P-PRINT-ACTIVITY-LIST.
       AUTHOR.          CHAN-HON-PIU.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLOP-ID.
       SELECT GLOACCF ASSIGN TO RANDOM 'GLOACCF'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLOA-KEY.
       SELECT GLSECLF ASSIGN TO 'GLSECLF'.
       SELECT GLCOMPF ASSIGN TO RANDOM 'GLCOMPF'
              ACCESS MODE IS DYNAMIC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLSD-KEY.
       SELECT GLFCALF ASSIGN TO RANDOM 'GLFCALF'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLFC-KEY.
       SELECT GLACTLST ASSIGN TO PRINT 'GL019R'.
       SELECT GLACTCSV ASSIGN TO 'GL019C'.
       SELECT GL019CKF ASSIGN TO RANDOM 'GL019CKF'.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
       COPY "GLCOMPSL.DEF".
       COPY "GLJRNHSL.DEF".
      *
      *  Voucher in-use lock file - the counter latch lives here
           COPY "GLVLOKSL.DEF".
      *
      *  Fiscal calendar file
           COPY "GLFCALSL.DEF".
      *
       FD  GLACTLST
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
       01  WS-HEADING-1.
           05  FILLER           PIC X(6)  VALUE 'GL019R'.
           05  FILLER           PIC X(14) VALUE SPACES.
           05  WS-TEMP-YEAR        PIC 99.
           05  WS-TEMP-MONTH       PIC 99.
           05  WS-TEMP-DAY         PIC 99.
      *
      *    Fiscal period of the line in hand - its posting month, and
      *    its first and last day (zero for a company reporting by
      *    calendar month); WS-TEMP-PEND is the last day of the
      *    period last printed
      *
       01  WS-JRN-PMONTH           PIC 99.
       01  WS-JRN-PSTART           PIC 9(6).
       01  WS-JRN-PEND             PIC 9(6).
       01  WS-TEMP-PEND            PIC 9(6)  VALUE 0.
       01  WS-PD-DATE.
           05  WS-PD-YEAR          PIC 99.
           05  WS-PD-MONTH         PIC 99.
           05  WS-PD-DAY           PIC 99.
      *
      *    Posting period searched for on GLFCALF, and the first and
      *    last day of the fiscal period found posted under it
      *
       01  WS-FP-PERIOD            PIC 9(4).
       01  WS-FP-START             PIC 9(6).
       01  WS-FP-END               PIC 9(6).
       01  WS-FP-EOF               PIC X.
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
       01  WS-FILTER-ACCT-FROM     PIC 9(6).
       01  WS-FILTER-ACCT-TO       PIC 9(6).
      *
      *
       P000-MAIN.
           OPEN INPUT GLJRNLHF, GLMASTF, GLCOMPF, GLFCALF
                OUTPUT GLACTLST, GLACTCSV
                I-O    GL019CKF, GLSYSPF.
           READ GL019CKF.
           READ GLSYSPF.
           PERFORM P050-INIT.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = 'Y'
               IF WS-OPER-VALID NOT = 'Y'
                   DISPLAY 'ERR-800 : SIGN-ON REFUSED' LINE 24 BELL
                   CLOSE GLJRNLHF, GLSYSPF, GLMASTF, GLCOMPF,
                         GLFCALF, GLACTLST, GLACTCSV, GL019CKF
                   GOBACK
               END-IF
               PERFORM P100-DISPLAY-SCREEN.
               PERFORM P008-WRITE-RUN-LOG
           ELSE
               PERFORM P990-DELAY.
           CLOSE GLJRNLHF, GLSYSPF, GLMASTF, GLCOMPF, GLFCALF,
                 GLACTLST, GLACTCSV, GL019CKF.
           GOBACK.
      *
      *
           MOVE 'N' TO WS-SKIPPING.
           PERFORM P500-CALCULATE-WS-START-INDEX.
           PERFORM P600-CALCULATE-WS-END-INDEX.
           PERFORM P165-FISCAL-DATE-RANGE.
      *
      *
      *    Display the interactive screen on terminal while execution.
               MOVE 'ERR-710 : COMPANY NOT FOUND ON GLCOMPF'
                    TO WS-SCREEN-MESSAGE
               DISPLAY WS-SCREEN-MESSAGE LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = 'Y'
               DISPLAY GLCO-NAME LINE 8 POSITION 43
               MOVE GLCO-NAME TO WS-COMPANY-NAME
                                   DISPLAY WS-SCREEN-MESSAGE
                                           LINE 24 BELL
                               ELSE
                                   PERFORM P165-FISCAL-DATE-RANGE
                                   MOVE 'Y' TO WS-DATE-VALID.
      *
      *
      *    A company that keeps a fiscal calendar reports the months
      *    keyed as its posting periods - the range is widened or
      *    narrowed to the first day of the fiscal period posted
      *    under the start month and the last day of the one posted
      *    under the end month.  A month with no period on GLFCALF
      *    keeps its calendar dates.
      *
      *
       P165-FISCAL-DATE-RANGE.
           MOVE WS-START-DATE (1:4) TO WS-FP-PERIOD.
           PERFORM P166-FIND-POSTING-PERIOD.
           IF WS-FP-START NOT = 0
               MOVE WS-FP-START TO WS-START-DATE.
           MOVE WS-END-DATE (1:4) TO WS-FP-PERIOD.
           PERFORM P166-FIND-POSTING-PERIOD.
           IF WS-FP-END NOT = 0
               MOVE WS-FP-END TO WS-END-DATE.
      *
       P166-FIND-POSTING-PERIOD.
           MOVE 0 TO WS-FP-START WS-FP-END.
           MOVE 'N' TO WS-FP-EOF.
           MOVE WS-SEL-COMPANY TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE 'Y' TO WS-FP-EOF.
           PERFORM P167-SCAN-POSTING-PERIOD UNTIL WS-FP-EOF = 'Y'.
      *
       P167-SCAN-POSTING-PERIOD.
           READ GLFCALF NEXT RECORD AT END MOVE 'Y' TO WS-FP-EOF.
           IF WS-FP-EOF = 'N'
               IF GLFC-COMPANY NOT = WS-SEL-COMPANY
                   MOVE 'Y' TO WS-FP-EOF
               ELSE IF GLFC-POSTPERIOD = WS-FP-PERIOD
                   MOVE GLFC-STARTDATE TO WS-FP-START
                   MOVE GLFC-ENDDATE TO WS-FP-END
                   MOVE 'Y' TO WS-FP-EOF.
      *
       P500-CALCULATE-WS-START-INDEX.
           COMPUTE WS-START-INDEX = WS-START-MONTH - WS-OFFSET.
           MOVE GLJRH-ACCTNO TO TEMP-ACCT-NO.
           MOVE GLJRH-DEPT TO TEMP-DEPT.
           MOVE GLJRH-VOUCHERDT TO WS-JRN-DATE.
           MOVE WS-JRN-PMONTH TO TEMP-MONTH.
           PERFORM P550-COMPUTE-WS-INDEX.

           MOVE WS-SEL-COMPANY TO GLMA-COMPANY.
               ADD 8 TO WS-LINE-COUNT.
      *
       P550-COMPUTE-WS-INDEX.
           COMPUTE WS-INDEX = WS-JRN-PMONTH - WS-OFFSET.
           IF WS-INDEX NOT > 0
               COMPUTE WS-INDEX = WS-INDEX + 12.
      *
      *
      *
      *    Routine to read a valid record in journal transaction
      *    history file with the period to be printed.  The end date
      *    is inclusive - day 99 of the end month, or the last day of
      *    the end month's fiscal period.  On a resumed
      *    run, records are discarded purely by their physical
      *    position in GLJRNLHF (WS-REC-COUNT against the checkpointed
      *    WS-CK-REC-COUNT), never by account number, since the same
               MOVE 'N' TO WS-SKIPPING
               IF ((GLJRH-COMPANY = WS-SEL-COMPANY) AND
                   (GLJRH-VOUCHERDT NOT < WS-START-DATE) AND
                   (GLJRH-VOUCHERDT NOT > WS-END-DATE) AND
                   (GLJRH-ACCTNO NOT < WS-FILTER-ACCT-FROM) AND
                   (GLJRH-ACCTNO NOT > WS-FILTER-ACCT-TO))
                   MOVE GLJRH-VOUCHERDT TO WS-JRN-DATE
                   PERFORM P195-SET-JRN-PERIOD
                   MOVE 'Y' TO WS-VALID.
      *
      *
      *    The fiscal period the line falls in - the voucher's own
      *    month for a company reporting by calendar month.
      *
      *
       P195-SET-JRN-PERIOD.
           MOVE GLJRH-COMPANY TO WS-FC-COMPANY.
           MOVE GLJRH-VOUCHERDT TO WS-FC-DATE.
           PERFORM P196-FIND-FISCAL-PERIOD.
           MOVE WS-FC-MM TO WS-JRN-PMONTH.
           IF WS-FC-FOUND = 'Y'
               MOVE WS-FC-START TO WS-JRN-PSTART
               MOVE WS-FC-END TO WS-JRN-PEND
           ELSE
               MOVE 0 TO WS-JRN-PSTART WS-JRN-PEND.
      *
      *  Fiscal period of WS-FC-DATE for company WS-FC-COMPANY -
      *      GLFCALF is only read again when the company changes or
      *      the date falls outside the period last found
      *
       P196-FIND-FISCAL-PERIOD.
           IF WS-FC-COMPANY NOT = WS-FC-LAST-COMPANY OR
              WS-FC-LAST-FOUND = "X"
               PERFORM P197-READ-FISCAL-PERIOD
           ELSE IF WS-FC-LAST-FOUND = "Y" AND
                  (WS-FC-DATE-N < WS-FC-START OR
                   WS-FC-DATE-N > WS-FC-END)
               PERFORM P197-READ-FISCAL-PERIOD.
           MOVE WS-FC-LAST-FOUND TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-LAST-PERIOD TO WS-FC-PERIOD-N
           ELSE
               MOVE WS-FC-DATE-YYMM TO WS-FC-PERIOD-N.
      *
      *  The period holding a date is the first of the company's
      *      ending on or after it, provided it has started by then
      *
       P197-READ-FISCAL-PERIOD.
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
               PERFORM P198-TEST-ANY-CALENDAR.
      *
      *  No period holds the date - "X" if the company keeps a
      *      calendar at all, "N" if it still reports by month
      *
       P198-TEST-ANY-CALENDAR.
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
      *
      *    One control break for account number.
      *
      *
           PERFORM P180-READ-FILE.
      *
      *
      *    One control break for month - the fiscal period for a
      *    company that keeps a fiscal calendar.
      *
      *
       P500-TRANSACTION-RTN.
           IF WS-JRN-PMONTH = TEMP-MONTH
               PERFORM P1000-PROCESS-RECORD
           ELSE
               PERFORM P900-PRINT-BALANCE-C-D
               PERFORM P550-COMPUTE-WS-INDEX
               MOVE WS-JRN-PMONTH TO TEMP-MONTH
               PERFORM P800-PRINT-BALANCE-B-D
               PERFORM P1000-PROCESS-RECORD.
      *
           MOVE WS-JRN-YEAR TO WS-TEMP-YEAR.
           MOVE WS-JRN-MONTH TO WS-TEMP-MONTH.
           MOVE WS-JRN-DAY TO WS-TEMP-DAY.
           MOVE WS-JRN-PEND TO WS-TEMP-PEND.
      *
      *
      *    Routine to write one comma-delimited detail row to
           REWRITE CK-RECORD.
      *
       P410-MOVE-START-DATE.
           IF WS-JRN-PSTART NOT = 0
               MOVE WS-JRN-PSTART TO WS-PD-DATE
               MOVE WS-PD-DAY TO WS-VOUCHER-DAY
               MOVE WS-PD-MONTH TO WS-VOUCHER-MONTH
               MOVE WS-PD-YEAR TO WS-VOUCHER-YEAR
           ELSE
               MOVE 1 TO WS-VOUCHER-DAY
               MOVE WS-JRN-MONTH TO WS-VOUCHER-MONTH
               MOVE WS-JRN-YEAR TO WS-VOUCHER-YEAR.
      *
       P420-MOVE-END-DATE.
           IF WS-TEMP-PEND NOT = 0
               MOVE WS-TEMP-PEND TO WS-PD-DATE
               MOVE WS-PD-DAY TO WS-VOUCHER-DAY
               MOVE WS-PD-MONTH TO WS-VOUCHER-MONTH
               MOVE WS-PD-YEAR TO WS-VOUCHER-YEAR
           ELSE
               PERFORM P425-MOVE-MONTH-END.
      *
       P425-MOVE-MONTH-END.
           IF ((WS-TEMP-MONTH = 1) OR (WS-TEMP-MONTH = 3)
              OR (WS-TEMP-MONTH = 5) OR (WS-TEMP-MONTH = 7) OR
              (WS-TEMP-MONTH = 8) OR (WS-TEMP-MONTH = 10) OR
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
                   IF GLOA-PROGRAM = "GL019P" OR "*INQ" OR "*ALL"
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
               MOVE "GL019P" TO GLOA-PROGRAM
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
           MOVE "GL019P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
