       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL090P-KPI-REPORT.
       AUTHOR.           CHEUNG-TSZ-KIN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the financial ratios and     ***
      ***  KPIs defined on GLKPIDF (maintained by GL089P) for a     ***
      ***  company and fiscal period entered by the operator.       ***
      ***  Each ratio's numerator and denominator are built from    ***
      ***  statement layout accumulators (GLSTLYF - the total of    ***
      ***  the layout's pickups into the accumulator) and account   ***
      ***  ranges, statistical accounts included.  A balance sheet  ***
      ***  account counts at its balance as of the period end, an   ***
      ***  income, expense or statistical account at its movement,  ***
      ***  both in the account's natural direction.  Every ratio    ***
      ***  carries four columns : the period on its own, the year   ***
      ***  to date, the same period last year off the account's     ***
      ***  GLMA-CURHIS = 'H' history record, and the period's       ***
      ***  budget from the GLBUDGF version named (blank keeps the   ***
      ***  GLMA-BUDGETAMT master budget).  A percentage ratio is    ***
      ***  multiplied by 100 and a days ratio by the days in the    ***
      ***  periods measured - the calendar month, or the weeks of   ***
      ***  a company's fiscal calendar (GLFCALF) period.  A value   ***
      ***  below or above the ratio's tolerance band is flagged     ***
      ***  with an asterisk and the ratios out of band this         ***
      ***  period are counted at the foot.  Runs from the GL046P    ***
      ***  deck, the version carried in GLRP-LAYOUT.                ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GL090R (PRINT), GLMASTF, GLCOMPF,   ***
      ***              GLKPIDF, GLSTLYF, GLBUDGF and GLFCALF (ALL   ***
      ***              INPUT ONLY)                                  ***
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
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCO-CODE.
           SELECT GLFCALF   ASSIGN       TO RANDOM 'GLFCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFC-KEY.
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLBUDGF   ASSIGN       TO RANDOM 'GLBUDGF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLBU-KEY.
           SELECT GLKPIDF   ASSIGN       TO RANDOM 'GLKPIDF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLKP-KEY.
           SELECT GLSTLYF   ASSIGN       TO RANDOM 'GLSTLYF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLSL-KEY.
           SELECT GLVLOKF   ASSIGN       TO RANDOM 'GLVLOKF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLVL-VOUCHERNO.
           SELECT GLSPCATF  ASSIGN       TO RANDOM 'GLSPCATF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLSC-REPORTNO.
           SELECT GLSPDATF  ASSIGN       TO RANDOM 'GLSPDATF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLSD-KEY.
           SELECT GLKPILST  ASSIGN       TO PRINT 'GL090R'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
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
           COPY "GLCOMPSL.DEF".
      *
      *  Fiscal calendar file
           COPY "GLFCALSL.DEF".
      *
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Budget version file
           COPY "GLBUDGSL.DEF".
      *
      *  Financial ratio definition file - maintained by GL089P
           COPY "GLKPIDSL.DEF".
      *
      *  Statement layout definition file - maintained by GL047P
           COPY "GLSTLYSL.DEF".
      *
      *  Report spool catalog and data files - reprinted by GL064P
           COPY "GLSPCASL.DEF".
           COPY "GLSPDASL.DEF".
      *
      *  Voucher in-use lock file - the counter latch lives here
           COPY "GLVLOKSL.DEF".
      *
       FD  GLKPILST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).
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
       01  WS-CONAME              PIC X(40).
       01  WS-OFFSET              PIC 99.
       01  WS-INDEX               PIC 99.
       01  WS-SUB                 PIC 99.
       01  WS-COL                 PIC 9.
       01  WS-PART                PIC 9.
       01  WS-TERM                PIC 9.
       01  WS-DEN-COUNT           PIC 9.
       01  WS-EOF                 PIC X.
       01  WS-KP-EOF              PIC X.
       01  WS-PERIOD-MONTH        PIC 99.
       01  WS-MONTH-VALID         PIC X  VALUE 'N'.
       01  WS-CO-VALID            PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-VERSION             PIC X(8).
       01  WS-BU-VALID            PIC X.
       01  WS-SAVE-KEY            PIC X(12).
       01  WS-ACCTYPE-SAVE        PIC X.
           88  WS-BALANCE-ACCT    VALUE "A" "L" "C".
       01  WS-DRCR-SAVE           PIC S9.
       01  WS-BALANCE             PIC S9(11)V99.
       01  WS-LINE-COUNT          PIC 99.
       01  WS-RATIO-COUNT         PIC 9(3)  VALUE 0.
       01  WS-OUT-OF-BAND         PIC 9(3)  VALUE 0.
       01  WS-KEY                 PIC X.
      *
      *  The account in hand's four column figures, a range's or a
      *      term's total of them, and the ratio's numerator (part
      *      1) and denominator (part 2)
      *
       01  WS-ACCT-AMOUNTS.
           05  WS-AA-AMT          PIC S9(11)V99  COMP-3
                                   OCCURS 4 TIMES.
       01  WS-RANGE-AMOUNTS.
           05  WS-RA-AMT          PIC S9(11)V99  COMP-3
                                   OCCURS 4 TIMES.
       01  WS-TERM-AMOUNTS.
           05  WS-TV-AMT          PIC S9(11)V99  COMP-3
                                   OCCURS 4 TIMES.
       01  WS-RATIO-PARTS.
           05  WS-RP-PART         OCCURS 2 TIMES.
               10  WS-RP-AMT      PIC S9(11)V99  COMP-3
                                   OCCURS 4 TIMES.
       01  WS-RANGE-FROM          PIC 9(6).
       01  WS-RANGE-TO            PIC 9(6).
       01  WS-RATIO-WORK          PIC S9(16)V99  COMP-3.
       01  WS-COL-FACTOR          PIC 9(5).
       01  WS-COL-DAYS-TABLE.
           05  WS-COL-DAYS        PIC 9(3)  OCCURS 4 TIMES.
      *
      *  Statement layouts already walked this run - the nine
      *      accumulators of each, in the four columns, so a layout
      *      named by several ratios is only picked up once
      *
       01  WS-LC-COUNT            PIC 99    VALUE 0.
       01  WS-LC-SLOT             PIC 99.
       01  WS-LC-SUB              PIC 99.
       01  WS-LY-SUB              PIC 9.
       01  WS-LY-EOF              PIC X.
       01  WS-LAYOUT-CACHE.
           05  WS-LC-ENTRY        OCCURS 10 TIMES.
               10  WS-LC-NAME     PIC X(8).
               10  WS-LC-ACCUM    OCCURS 9 TIMES.
                   15  WS-LC-AMT  PIC S9(11)V99  COMP-3
                                   OCCURS 4 TIMES.
      *
      *  Days in each of the twelve period buckets - the calendar
      *      month (February of a year divisible by four has 29),
      *      or the weeks of the fiscal calendar period posted to
      *      the bucket
      *
       01  WS-MONTH-DAYS-VALUES   PIC X(24)  VALUE
           "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS      PIC 99     OCCURS 12 TIMES.
       01  WS-BUCKET-DAYS-TABLE.
           05  WS-BUCKET-DAYS     PIC 9(3)   OCCURS 12 TIMES.
       01  WS-BUCKET-MONTH        PIC 99.
       01  WS-BUCKET-YEAR         PIC 99.
       01  WS-BUCKET-SUB          PIC 99.
       01  WS-LEAP-QUOT           PIC 99.
       01  WS-LEAP-REM            PIC 9.
      *
      *  Report spool capture - every print line is copied to the
      *      spool data file under this run's catalog number, so
      *      GL064P can reprint the report or a page range exactly
      *      as originally produced
      *
       01  WS-SPOOL-ON            PIC X  VALUE "N".
       01  WS-SPOOL-ADV           PIC X.
       01  WS-SPOOL-REPORTNO      PIC 9(5).
       01  WS-SPOOL-LINENO        PIC 9(6).
       01  WS-LATCH-OK            PIC X.
       01  WS-LATCH-TRIES         PIC 9(3).
       01  WS-LATCH-BREAK         PIC X.
      *
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
       01  WS-REPORT-DATE.
           05  WS-DAY             PIC 99/.
           05  WS-MONTH           PIC 99/.
           05  WS-YEAR            PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL090R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(31) VALUE
               "FINANCIAL RATIOS AND KPIS - PD ".
           05  WS-H2-MONTH        PIC 99.
           05  FILLER             PIC X(21) VALUE
               "   BUDGET VERSION : ".
           05  WS-H2-VERSION      PIC X(8).
      *
      *  Fiscal period of a company that keeps a fiscal calendar -
      *      the posting period is the month entered in the year of
      *      the posting date, or the year before for a month after
      *      the posting month
      *
       01  WS-FP-PERIOD.
           05  WS-FP-YY           PIC 99.
           05  WS-FP-MM           PIC 99.
       01  WS-FP-PERIOD-N REDEFINES WS-FP-PERIOD
                                  PIC 9(4).
       01  WS-FP-FOUND            PIC X  VALUE "N".
       01  WS-FP-EOF              PIC X.
       01  WS-FP-DATE.
           05  WS-FP-DATE-YY      PIC 99.
           05  WS-FP-DATE-MM      PIC 99.
           05  WS-FP-DATE-DD      PIC 99.
       01  WS-FP-POST.
           05  WS-FP-POST-YY      PIC 99.
           05  WS-FP-POST-MM      PIC 99.
       01  WS-FP-POST-N REDEFINES WS-FP-POST
                                  PIC 9(4).
      *
       01  WS-HEADING-PD.
           05  FILLER             PIC X(14) VALUE "FISCAL PERIOD ".
           05  WS-HPD-START-DD    PIC 99/.
           05  WS-HPD-START-MM    PIC 99/.
           05  WS-HPD-START-YY    PIC 99.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  WS-HPD-END-DD      PIC 99/.
           05  WS-HPD-END-MM      PIC 99/.
           05  WS-HPD-END-YY      PIC 99.
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(28) VALUE " NO. RATIO".
           05  FILLER             PIC X(13) VALUE " THIS PERIOD ".
           05  FILLER             PIC X(13) VALUE "  YR TO DATE ".
           05  FILLER             PIC X(13) VALUE "  PRIOR YEAR ".
           05  FILLER             PIC X(13) VALUE "      BUDGET ".
      *
      *  A column is the value, or N/A where the denominator is
      *      zero, or OVER where the value is too large to print,
      *      with an asterisk after it when outside the band
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-RATIO        PIC ZZ9.
           05  FILLER             PIC X(1).
           05  WS-DL-NAME         PIC X(24).
           05  WS-DL-COL          OCCURS 4 TIMES.
               10  FILLER         PIC X(1).
               10  WS-DL-VALUE    PIC -(7)9.99.
               10  WS-DL-TEXT REDEFINES WS-DL-VALUE
                                  PIC X(11).
               10  WS-DL-FLAG     PIC X(1).
      *
       01  WS-UNDERLINE.
           05  FILLER             PIC X(28) VALUE SPACES.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE ALL "-".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE ALL "-".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE ALL "-".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE ALL "-".
      *
       01  WS-FOOT-LINE-1.
           05  FILLER             PIC X(18) VALUE "RATIOS PRINTED  : ".
           05  WS-FL-RATIOS       PIC ZZ9.
           05  FILLER             PIC X(36) VALUE
               "    OUTSIDE TOLERANCE THIS PERIOD : ".
           05  WS-FL-OUT-BAND     PIC ZZ9.
       01  WS-FOOT-LINE-2         PIC X(60) VALUE
           "* OUTSIDE BAND   N/A NO DENOMINATOR   OVER TOO LARGE".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-CONAME  TO WS-CONAME.
           MOVE GLSP-STMONTH TO WS-OFFSET.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               OPEN INPUT GLCOMPF
               OPEN OUTPUT GLKPILST
               MOVE GLRP-OPERATOR TO WS-OPERATOR-ID
               MOVE GLRP-LAYOUT TO WS-VERSION
               MOVE GLRP-PERIOD-MONTH TO WS-PERIOD-MONTH
               COMPUTE WS-INDEX = WS-PERIOD-MONTH - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12
               END-IF
               ACCEPT WS-SYSTEM-DATE FROM DATE
               MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE
               MOVE WS-REPORT-DATE TO WS-HEAD-DATE
               MOVE GLRP-COMPANY TO WS-COMPANY GLCO-CODE
               READ GLCOMPF RECORD INVALID KEY
                   MOVE SPACES TO GLCO-NAME
               END-READ
               MOVE GLCO-NAME TO WS-CONAME WS-COMPANY-NAME
           ELSE
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF
                   GOBACK
               END-IF
               OPEN INPUT GLCOMPF
               OPEN OUTPUT GLKPILST
               PERFORM P010-ACPT-PERIOD UNTIL WS-MONTH-VALID = 'Y'
               PERFORM P020-GET-COMPANY
               DISPLAY "BUDGET VERSION (BLANK = MASTER) : " LINE 13
                   POSITION 21
               ACCEPT WS-VERSION LINE 13 POSITION 56
                   NO BELL OFF.
           PERFORM P040-FIND-FISCAL-PERIOD.
           PERFORM P060-SET-COLUMN-DAYS.
           OPEN INPUT GLMASTF.
           OPEN INPUT GLBUDGF.
           OPEN INPUT GLSTLYF.
           OPEN INPUT GLKPIDF.
           PERFORM P984-OPEN-SPOOL.
           PERFORM P900-PRINT-HEADING.
           MOVE "N" TO WS-KP-EOF.
           PERFORM P110-READ-RATIO.
           PERFORM P200-DO-RATIO UNTIL WS-KP-EOF = "Y".
           PERFORM P910-PRINT-FOOTING.
           PERFORM P986-CLOSE-SPOOL.
           IF WS-PARAM-MODE = "Y"
               PERFORM P008-WRITE-RUN-LOG.
           CLOSE GLKPIDF.
           CLOSE GLSTLYF.
           CLOSE GLBUDGF.
           CLOSE GLMASTF.
           CLOSE GLKPILST.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           GOBACK.
      *
       P010-ACPT-PERIOD.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           DISPLAY "GL090S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "FINANCIAL RATIO / KPI REPORT" LINE 3 POSITION 26.
           DISPLAY "PERIOD MONTH (01-12) : " LINE 9 POSITION 21.
           ACCEPT  WS-PERIOD-MONTH LINE 9 POSITION 45 NO BELL OFF.
           IF WS-PERIOD-MONTH NOT > 0 OR WS-PERIOD-MONTH > 12
               MOVE 'N' TO WS-MONTH-VALID
               DISPLAY "INVALID MONTH - ENTER 01 THRU 12" LINE 24 BELL
           ELSE
               MOVE 'Y' TO WS-MONTH-VALID
               COMPUTE WS-INDEX = WS-PERIOD-MONTH - WS-OFFSET
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12
               MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE
               MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
      *
      *  Select the company whose ratios are printed - the report
      *      heading carries that company's name
      *
       P020-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P030-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
           DISPLAY GLCO-NAME LINE 11 POSITION 47.
      *
       P030-ACPT-COMPANY.
           DISPLAY "COMPANY CODE : " LINE 11 POSITION 21.
           ACCEPT  WS-COMPANY LINE 11 POSITION 37 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               MOVE GLCO-NAME TO WS-CONAME WS-COMPANY-NAME.
      *
      *  The company's fiscal calendar, when it keeps one - the
      *      period posted under the month entered goes on the
      *      report heading, and every period of the year that was
      *      generated from a week pattern gives its bucket its
      *      length in days.  The calendar month stands for the
      *      rest.
      *
       P040-FIND-FISCAL-PERIOD.
           PERFORM P050-SET-BUCKET-DAYS VARYING WS-BUCKET-SUB
               FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 12.
           MOVE "N" TO WS-FP-FOUND.
           MOVE WS-PERIOD-MONTH TO WS-BUCKET-MONTH.
           PERFORM P055-BUCKET-YEAR.
           MOVE WS-PERIOD-MONTH TO WS-FP-MM.
           MOVE WS-BUCKET-YEAR TO WS-FP-YY.
           OPEN INPUT GLFCALF.
           MOVE "N" TO WS-FP-EOF.
           MOVE WS-COMPANY TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "Y" TO WS-FP-EOF.
           PERFORM P045-SCAN-FISCAL-PERIOD UNTIL WS-FP-EOF = "Y".
           CLOSE GLFCALF.
      *
       P045-SCAN-FISCAL-PERIOD.
           READ GLFCALF NEXT RECORD AT END MOVE "Y" TO WS-FP-EOF.
           IF WS-FP-EOF = "N"
               IF GLFC-COMPANY NOT = WS-COMPANY
                   MOVE "Y" TO WS-FP-EOF
               ELSE
                   PERFORM P047-FISCAL-PERIOD-DAYS
                   IF GLFC-POSTPERIOD = WS-FP-PERIOD-N
                       MOVE "Y" TO WS-FP-FOUND
                       MOVE GLFC-STARTDATE TO WS-FP-DATE
                       MOVE WS-FP-DATE-DD TO WS-HPD-START-DD
                       MOVE WS-FP-DATE-MM TO WS-HPD-START-MM
                       MOVE WS-FP-DATE-YY TO WS-HPD-START-YY
                       MOVE GLFC-ENDDATE TO WS-FP-DATE
                       MOVE WS-FP-DATE-DD TO WS-HPD-END-DD
                       MOVE WS-FP-DATE-MM TO WS-HPD-END-MM
                       MOVE WS-FP-DATE-YY TO WS-HPD-END-YY.
      *
      *  A week-pattern period of this fiscal year sets the days of
      *      the bucket it posts to
      *
       P047-FISCAL-PERIOD-DAYS.
           MOVE GLFC-POSTPERIOD TO WS-FP-POST-N.
           IF GLFC-WEEKS > 0 AND WS-FP-POST-MM > 0 AND
              WS-FP-POST-MM NOT > 12
               MOVE WS-FP-POST-MM TO WS-BUCKET-MONTH
               PERFORM P055-BUCKET-YEAR
               IF WS-FP-POST-YY = WS-BUCKET-YEAR
                   COMPUTE WS-BUCKET-SUB = WS-FP-POST-MM - WS-OFFSET
                   IF WS-BUCKET-SUB NOT > 0
                       ADD 12 TO WS-BUCKET-SUB
                   END-IF
                   COMPUTE WS-BUCKET-DAYS (WS-BUCKET-SUB) =
                       GLFC-WEEKS * 7.
      *
      *  Calendar days of a bucket - its month is the bucket number
      *      on from the fiscal year's starting month
      *
       P050-SET-BUCKET-DAYS.
           COMPUTE WS-BUCKET-MONTH = WS-BUCKET-SUB + WS-OFFSET.
           IF WS-BUCKET-MONTH > 12
               SUBTRACT 12 FROM WS-BUCKET-MONTH.
           MOVE WS-MONTH-DAYS (WS-BUCKET-MONTH)
               TO WS-BUCKET-DAYS (WS-BUCKET-SUB).
           IF WS-BUCKET-MONTH = 2
               PERFORM P055-BUCKET-YEAR
               DIVIDE WS-BUCKET-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-BUCKET-DAYS (WS-BUCKET-SUB).
      *
      *  The year a month of the current fiscal year falls in - a
      *      month after the posting month is last year's
      *
       P055-BUCKET-YEAR.
           IF WS-BUCKET-MONTH > GLSP-PMONTH
               IF GLSP-PYEAR = 0
                   MOVE 99 TO WS-BUCKET-YEAR
               ELSE
                   COMPUTE WS-BUCKET-YEAR = GLSP-PYEAR - 1
           ELSE
               MOVE GLSP-PYEAR TO WS-BUCKET-YEAR.
      *
      *  Days measured by each column - the period itself for the
      *      period, last year and budget columns, every bucket to
      *      the period for the year to date
      *
       P060-SET-COLUMN-DAYS.
           MOVE WS-BUCKET-DAYS (WS-INDEX) TO WS-COL-DAYS (1)
                                             WS-COL-DAYS (3)
                                             WS-COL-DAYS (4).
           MOVE 0 TO WS-COL-DAYS (2).
           PERFORM P065-ADD-BUCKET-DAYS VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-INDEX.
      *
       P065-ADD-BUCKET-DAYS.
           ADD WS-BUCKET-DAYS (WS-SUB) TO WS-COL-DAYS (2).
      *
       P110-READ-RATIO.
           READ GLKPIDF NEXT RECORD
               AT END MOVE "Y" TO WS-KP-EOF.
      *
      *  One ratio - its terms are totalled into the numerator and
      *      denominator, then each column is worked out and printed
      *
       P200-DO-RATIO.
           MOVE 0 TO WS-DEN-COUNT.
           PERFORM P205-CLEAR-PARTS VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.
           PERFORM P210-DO-TERM VARYING WS-TERM FROM 1 BY 1
               UNTIL WS-TERM > 6.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE GLKP-RATIO TO WS-DL-RATIO.
           MOVE GLKP-NAME  TO WS-DL-NAME.
           PERFORM P250-WORK-OUT-COLUMN VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.
           IF WS-LINE-COUNT > 50
               PERFORM P900-PRINT-HEADING.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-RATIO-COUNT.
           PERFORM P110-READ-RATIO.
      *
       P205-CLEAR-PARTS.
           MOVE 0 TO WS-RP-AMT (1, WS-COL) WS-RP-AMT (2, WS-COL).
      *
      *  A term - terms 1 to 3 build the numerator, 4 to 6 the
      *      denominator - added or subtracted by its sign
      *
       P210-DO-TERM.
           IF NOT GLKP-T-UNUSED (WS-TERM)
               IF WS-TERM > 3
                   MOVE 2 TO WS-PART
                   ADD 1 TO WS-DEN-COUNT
               ELSE
                   MOVE 1 TO WS-PART
               END-IF
               IF GLKP-T-LAYOUT-ACC (WS-TERM)
                   PERFORM P300-LAYOUT-TERM
               ELSE
                   MOVE GLKP-T-ACCT-FROM (WS-TERM) TO WS-RANGE-FROM
                   MOVE GLKP-T-ACCT-TO (WS-TERM) TO WS-RANGE-TO
                   PERFORM P400-SUM-RANGE
                   MOVE WS-RANGE-AMOUNTS TO WS-TERM-AMOUNTS
               END-IF
               PERFORM P215-ADD-TERM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4.
      *
       P215-ADD-TERM.
           IF GLKP-T-SIGN (WS-TERM) = "-"
               SUBTRACT WS-TV-AMT (WS-COL)
                   FROM WS-RP-AMT (WS-PART, WS-COL)
           ELSE
               ADD WS-TV-AMT (WS-COL) TO WS-RP-AMT (WS-PART, WS-COL).
      *
      *  A column - a ratio with no denominator prints its
      *      numerator; otherwise the numerator times the factor
      *      over the denominator, N/A when the denominator is
      *      nothing.  A value outside a band that is set is
      *      flagged, and counted when it is this period's.
      *
       P250-WORK-OUT-COLUMN.
           MOVE 1 TO WS-COL-FACTOR.
           IF GLKP-F-PERCENT
               MOVE 100 TO WS-COL-FACTOR.
           IF GLKP-F-DAYS
               MOVE WS-COL-DAYS (WS-COL) TO WS-COL-FACTOR.
           IF WS-DEN-COUNT = 0
               MOVE WS-RP-AMT (1, WS-COL) TO WS-RATIO-WORK
               PERFORM P260-PRINT-VALUE
           ELSE IF WS-RP-AMT (2, WS-COL) = 0
               MOVE "        N/A" TO WS-DL-TEXT (WS-COL)
           ELSE
               COMPUTE WS-RATIO-WORK ROUNDED =
                   WS-RP-AMT (1, WS-COL) * WS-COL-FACTOR /
                   WS-RP-AMT (2, WS-COL)
               PERFORM P260-PRINT-VALUE.
      *
       P260-PRINT-VALUE.
           IF WS-RATIO-WORK > 9999999.99 OR
              WS-RATIO-WORK < -9999999.99
               MOVE "       OVER" TO WS-DL-TEXT (WS-COL)
           ELSE
               MOVE WS-RATIO-WORK TO WS-DL-VALUE (WS-COL).
           IF (GLKP-BAND-LOW NOT = 0 OR GLKP-BAND-HIGH NOT = 0) AND
              (WS-RATIO-WORK < GLKP-BAND-LOW OR
               WS-RATIO-WORK > GLKP-BAND-HIGH)
               MOVE "*" TO WS-DL-FLAG (WS-COL)
               IF WS-COL = 1
                   ADD 1 TO WS-OUT-OF-BAND.
      *
      *  Layout term - the named layout's accumulators, walked once
      *      a run and kept; when the table is full the last entry
      *      is given up to the new layout
      *
       P300-LAYOUT-TERM.
           MOVE 0 TO WS-LC-SLOT.
           PERFORM P305-FIND-LAYOUT VARYING WS-LC-SUB FROM 1 BY 1
               UNTIL WS-LC-SUB > WS-LC-COUNT OR WS-LC-SLOT > 0.
           IF WS-LC-SLOT = 0
               IF WS-LC-COUNT < 10
                   ADD 1 TO WS-LC-COUNT
               END-IF
               MOVE WS-LC-COUNT TO WS-LC-SLOT
               PERFORM P310-LOAD-LAYOUT.
           PERFORM P320-TAKE-ACCUM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.
      *
       P305-FIND-LAYOUT.
           IF WS-LC-NAME (WS-LC-SUB) = GLKP-T-LAYOUT (WS-TERM)
               MOVE WS-LC-SUB TO WS-LC-SLOT.
      *
       P310-LOAD-LAYOUT.
           MOVE GLKP-T-LAYOUT (WS-TERM) TO WS-LC-NAME (WS-LC-SLOT).
           PERFORM P312-CLEAR-ACCUM VARYING WS-LY-SUB FROM 1 BY 1
               UNTIL WS-LY-SUB > 9.
           MOVE GLKP-T-LAYOUT (WS-TERM) TO GLSL-LAYOUT.
           MOVE 0 TO GLSL-LINENO.
           MOVE "N" TO WS-LY-EOF.
           START GLSTLYF KEY NOT < GLSL-KEY INVALID KEY
               MOVE "Y" TO WS-LY-EOF.
           PERFORM P315-READ-LAYOUT-LINE.
           PERFORM P316-DO-LAYOUT-LINE UNTIL WS-LY-EOF = "Y".
      *
       P312-CLEAR-ACCUM.
           PERFORM P313-CLEAR-ACCUM-COL VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 4.
      *
       P313-CLEAR-ACCUM-COL.
           MOVE 0 TO WS-LC-AMT (WS-LC-SLOT, WS-LY-SUB, WS-COL).
      *
       P315-READ-LAYOUT-LINE.
           IF WS-LY-EOF = "N"
               READ GLSTLYF NEXT RECORD
                   AT END MOVE "Y" TO WS-LY-EOF.
           IF WS-LY-EOF = "N" AND
              GLSL-LAYOUT NOT = WS-LC-NAME (WS-LC-SLOT)
               MOVE "Y" TO WS-LY-EOF.
      *
      *  Only the pickups feed the accumulators - headings,
      *      subtotals, computed lines and page breaks print only
      *
       P316-DO-LAYOUT-LINE.
           IF GLSL-T-PICKUP AND GLSL-ACCUM-1 > 0
               MOVE GLSL-ACCT-FROM TO WS-RANGE-FROM
               MOVE GLSL-ACCT-TO TO WS-RANGE-TO
               PERFORM P400-SUM-RANGE
               MOVE GLSL-ACCUM-1 TO WS-LY-SUB
               PERFORM P317-ADD-ACCUM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4.
           PERFORM P315-READ-LAYOUT-LINE.
      *
       P317-ADD-ACCUM.
           ADD WS-RA-AMT (WS-COL)
               TO WS-LC-AMT (WS-LC-SLOT, WS-LY-SUB, WS-COL).
      *
       P320-TAKE-ACCUM.
           MOVE WS-LC-AMT (WS-LC-SLOT, GLKP-T-ACCUM (WS-TERM), WS-COL)
               TO WS-TV-AMT (WS-COL).
      *
      *  Account range - every department of the company's current
      *      accounts from WS-RANGE-FROM thru WS-RANGE-TO
      *
       P400-SUM-RANGE.
           MOVE 0 TO WS-RA-AMT (1) WS-RA-AMT (2)
                     WS-RA-AMT (3) WS-RA-AMT (4).
           MOVE WS-COMPANY TO GLMA-COMPANY.
           MOVE WS-RANGE-FROM TO GLMA-ACCTNO.
           MOVE 0 TO GLMA-DEPT.
           MOVE SPACE TO GLMA-CURHIS.
           MOVE "N" TO WS-EOF.
           START GLMASTF KEY NOT < GLMA-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P410-READ-MAST.
           PERFORM P420-TEST-RANGE-ACCT UNTIL WS-EOF = "Y".
      *
       P410-READ-MAST.
           IF WS-EOF = "N"
               READ GLMASTF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "N"
               IF GLMA-COMPANY NOT = WS-COMPANY OR
                  GLMA-ACCTNO > WS-RANGE-TO
                   MOVE "Y" TO WS-EOF.
      *
       P420-TEST-RANGE-ACCT.
           IF GLMA-CURHIS = SPACE
               PERFORM P500-ACCOUNT-FIGURES
               PERFORM P425-ADD-RANGE VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL > 4.
           PERFORM P410-READ-MAST.
      *
       P425-ADD-RANGE.
           ADD WS-AA-AMT (WS-COL) TO WS-RA-AMT (WS-COL).
      *
      *  The account's four figures in its natural direction - a
      *      balance sheet account at its balance (beginning
      *      balance plus every bucket to the period), any other at
      *      its movement (the period's bucket, every bucket to the
      *      period for the year to date).  The budget column is
      *      the period's budget, added to the beginning balance
      *      and the budgets before it for a balance sheet account.
      *
       P500-ACCOUNT-FIGURES.
           MOVE GLMA-ACCTYPE TO WS-ACCTYPE-SAVE.
           MOVE GLMA-DRCR TO WS-DRCR-SAVE.
           PERFORM P510-CALC-BALANCE.
           MOVE WS-BALANCE TO WS-AA-AMT (2).
           IF WS-BALANCE-ACCT
               MOVE WS-BALANCE TO WS-AA-AMT (1)
           ELSE
               MOVE GLMA-PERIODAMT (WS-INDEX) TO WS-AA-AMT (1).
           PERFORM P530-FETCH-VERSION.
           IF WS-BALANCE-ACCT
               MOVE GLMA-BEGINBAL TO WS-AA-AMT (4)
               PERFORM P535-ADD-BUDGET VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-INDEX
           ELSE
               MOVE 0 TO WS-AA-AMT (4)
               MOVE WS-INDEX TO WS-SUB
               PERFORM P535-ADD-BUDGET.
           IF WS-DRCR-SAVE NOT = +1
               MULTIPLY WS-AA-AMT (1) BY -1 GIVING WS-AA-AMT (1)
               MULTIPLY WS-AA-AMT (2) BY -1 GIVING WS-AA-AMT (2)
               MULTIPLY WS-AA-AMT (4) BY -1 GIVING WS-AA-AMT (4).
           PERFORM P540-GET-PRIOR-YEAR.
      *
      *  Beginning balance plus every bucket to the period for a
      *      balance sheet account, the buckets alone for any other
      *
       P510-CALC-BALANCE.
           IF WS-BALANCE-ACCT
               COMPUTE WS-BALANCE = GLMA-BEGINBAL
           ELSE
               MOVE 0 TO WS-BALANCE.
           PERFORM P520-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-INDEX.
      *
       P520-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-BALANCE.
      *
      *  The account's budget record for the named version - an
      *      account with no record on the version budgets zero.
      *      A blank version keeps the old GLMA-BUDGETAMT buckets.
      *
       P530-FETCH-VERSION.
           IF WS-VERSION NOT = SPACES
               MOVE GLMA-COMPANY TO GLBU-COMPANY
               MOVE GLMA-ACCTNO  TO GLBU-ACCTNO
               MOVE GLMA-DEPT    TO GLBU-DEPT
               MOVE WS-VERSION   TO GLBU-VERSION
               MOVE "Y" TO WS-BU-VALID
               READ GLBUDGF RECORD INVALID KEY
                   MOVE "N" TO WS-BU-VALID.
      *
       P535-ADD-BUDGET.
           IF WS-VERSION = SPACES
               ADD GLMA-BUDGETAMT (WS-SUB) TO WS-AA-AMT (4)
           ELSE
               IF WS-BU-VALID = "Y"
                   ADD GLBU-AMOUNT (WS-SUB) TO WS-AA-AMT (4).
      *
      *  Same period last year - the account's 'H' record left by
      *      GL024P holds the closed year's beginning balance and
      *      period amounts.  The random read disturbs the range
      *      pass, so the position is restored with a START past
      *      the record being processed.
      *
       P540-GET-PRIOR-YEAR.
           MOVE GLMA-KEY TO WS-SAVE-KEY.
           MOVE "H" TO GLMA-CURHIS.
           READ GLMASTF RECORD
               INVALID KEY
                   MOVE 0 TO WS-AA-AMT (3)
               NOT INVALID KEY
                   PERFORM P545-CALC-PRIOR-FIGURE
           END-READ.
           MOVE WS-SAVE-KEY TO GLMA-KEY.
           START GLMASTF KEY GREATER THAN GLMA-KEY
               INVALID KEY MOVE "Y" TO WS-EOF.
      *
       P545-CALC-PRIOR-FIGURE.
           IF WS-BALANCE-ACCT
               PERFORM P510-CALC-BALANCE
               MOVE WS-BALANCE TO WS-AA-AMT (3)
           ELSE
               MOVE GLMA-PERIODAMT (WS-INDEX) TO WS-AA-AMT (3).
           IF GLMA-DRCR NOT = +1
               MULTIPLY WS-AA-AMT (3) BY -1 GIVING WS-AA-AMT (3).
      *
       P900-PRINT-HEADING.
           MOVE WS-PERIOD-MONTH TO WS-H2-MONTH.
           IF WS-VERSION = SPACES
               MOVE "MASTER" TO WS-H2-VERSION
           ELSE
               MOVE WS-VERSION TO WS-H2-VERSION.
           MOVE "P" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE
           PERFORM P985-SPOOL-LINE.
           MOVE "2" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2
           PERFORM P985-SPOOL-LINE.
           IF WS-FP-FOUND = "Y"
               MOVE "1" TO WS-SPOOL-ADV
               WRITE REPORT-LINE FROM WS-HEADING-PD AFTER 1
               PERFORM P985-SPOOL-LINE.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM SPACES AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-UNDERLINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE 0 TO WS-LINE-COUNT.
      *
       P910-PRINT-FOOTING.
           MOVE WS-RATIO-COUNT TO WS-FL-RATIOS.
           MOVE WS-OUT-OF-BAND TO WS-FL-OUT-BAND.
           MOVE "2" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-FOOT-LINE-1 AFTER 2
           PERFORM P985-SPOOL-LINE.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-FOOT-LINE-2 AFTER 1
           PERFORM P985-SPOOL-LINE.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 1.
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
      *  Unattended mode - when the parameter deck GL046P builds
      *      carries a record for this program, the answers come
      *      from the deck instead of the keyboard and completion
      *      goes to the run log
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
           IF GLRP-PROGRAM = "GL090P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P008-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL090P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           MOVE "COMPLETED" TO GLRL-STATUS.
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
                   IF GLOA-PROGRAM = "GL090P" OR "*INQ" OR "*ALL"
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
               MOVE "GL090P" TO GLOA-PROGRAM
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
      *
       P995-WRITE-SECURITY.
           OPEN EXTEND GLSECLF.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-DATE TO GLSE-DATE.
           MOVE WS-SEC-TIME (1:6) TO GLSE-TIME.
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL090P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
      *  Spool bookkeeping - the report number is reserved off
      *      GLSP-NEXT-REPORTNO as the run opens, every line is
      *      copied as it prints, and the catalog entry is written
      *      as the run closes.  The number is taken under the
      *      counter latch off a fresh read of the one-record
      *      GLSYSPF, the way every other counter reservation is,
      *      so a voucher or sequence block another terminal
      *      reserved meanwhile is never clobbered by a stale
      *      rewrite - and two reports can never share a report
      *      number.
      *
       P984-OPEN-SPOOL.
           OPEN I-O GLSPCATF.
           OPEN I-O GLSPDATF.
           PERFORM P975-TAKE-LATCH.
           CLOSE GLSYSPF.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-NEXT-REPORTNO TO WS-SPOOL-REPORTNO.
           ADD 1 TO GLSP-NEXT-REPORTNO.
           REWRITE GLSP-RECORD.
           PERFORM P977-FREE-LATCH.
           MOVE 0 TO WS-SPOOL-LINENO.
           MOVE "Y" TO WS-SPOOL-ON.
      *
       P985-SPOOL-LINE.
           IF WS-SPOOL-ON = "Y"
               ADD 1 TO WS-SPOOL-LINENO
               MOVE WS-SPOOL-REPORTNO TO GLSD-REPORTNO
               MOVE WS-SPOOL-LINENO TO GLSD-LINENO
               MOVE WS-SPOOL-ADV TO GLSD-ADVANCE
               MOVE REPORT-LINE TO GLSD-TEXT
               WRITE GLSD-RECORD INVALID KEY
                   CONTINUE
               END-WRITE.
      *
       P986-CLOSE-SPOOL.
           MOVE WS-SPOOL-REPORTNO TO GLSC-REPORTNO.
           MOVE "GL090P" TO GLSC-PROGRAM.
           MOVE WS-COMPANY TO GLSC-COMPANY.
           MOVE WS-PERIOD-MONTH TO GLSC-PERIOD.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLSC-RUNDATE.
           MOVE WS-OPERATOR-ID TO GLSC-OPERATOR.
           MOVE WS-SPOOL-LINENO TO GLSC-LINES.
           MOVE SPACE TO GLSC-STATUS.
           WRITE GLSC-RECORD INVALID KEY
               REWRITE GLSC-RECORD
           END-WRITE.
           MOVE "N" TO WS-SPOOL-ON.
           CLOSE GLSPDATF.
           CLOSE GLSPCATF.
      *
      *  Counter latch - a write-or-fail record under the reserved
      *      key '*GLSP*' on the voucher lock file, held only
      *      across the read-bump-rewrite of the GLSYSPF counters,
      *      so two terminals can never read the same counter
      *      value before either rewrites it.  A latch left behind
      *      by a dead terminal can be broken once the retries run
      *      out.
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
