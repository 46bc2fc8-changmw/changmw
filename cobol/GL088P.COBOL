       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL088P-FISCAL-CALENDAR.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program maintains the fiscal calendar       ***
      ***  (GLFCALF) of a company that does not report by calendar  ***
      ***  month - each fiscal period's start and end date and the  ***
      ***  posting period (YYMM of GLSP-POSDATE) it is reported     ***
      ***  under.  A whole year can be generated from its first     ***
      ***  day and a week pattern (4-4-5, 4-5-4 or 5-4-4 in each    ***
      ***  quarter), with the extra week of a 53-week year added    ***
      ***  to the last period; single periods of any length may     ***
      ***  also be added, changed or deleted by date.  No period    ***
      ***  may overlap another of the same company, and no two      ***
      ***  periods may share a posting period.  GL018P posts a      ***
      ***  line into the bucket of the period its voucher date      ***
      ***  falls in, and the entry screens and period reports       ***
      ***  derive the period the same way; a company with no        ***
      ***  periods here keeps the calendar month.  Every change is  ***
      ***  journalled to the security activity file (GLSECLF), and  ***
      ***  the calendar listing (GL088R) prints the company's       ***
      ***  periods in date order.                                   ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLFCALF       ***
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
           SELECT GLSYSPF   ASSIGN       TO INPUT 'GLSYSPF'.
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
           SELECT GLFCLST   ASSIGN       TO PRINT 'GL088R'.
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
      *  Company master file
           COPY "GLCOMPSL.DEF".
      *
      *  Fiscal calendar file
           COPY "GLFCALSL.DEF".
      *
       FD  GLFCLST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CONAME              PIC X(40).
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
       01  WS-OPTION              PIC X.
           88  WS-OPT-GENERATE    VALUE "1".
           88  WS-OPT-ADD         VALUE "2".
           88  WS-OPT-CHANGE      VALUE "3".
           88  WS-OPT-DELETE      VALUE "4".
           88  WS-OPT-LIST        VALUE "5".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-CO-VALID            PIC X.
       01  WS-FC-FOUND            PIC X.
       01  WS-DATE-VALID          PIC X.
       01  WS-PERIOD-VALID        PIC X.
       01  WS-PATTERN-VALID       PIC X.
       01  WS-OVERLAP             PIC X.
       01  WS-PP-USED             PIC X.
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-EOF                 PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-TODAY               PIC 9(6).
       01  WS-COUNT-PERIODS       PIC 9(4).
       01  WS-QUOTIENT            PIC 9(4).
       01  WS-REMAINDER           PIC 9(4).
       01  WS-ADD-DAYS            PIC 9(3).
      *
      *  Date keyed DDMMYY on the screens, held YYMMDD on file
      *
       01  WS-IN-DATE.
           05  WS-IN-DD           PIC 99.
           05  WS-IN-MM           PIC 99.
           05  WS-IN-YY           PIC 99.
       01  WS-ACPT-LINE           PIC 99.
       01  WS-ACPT-PROMPT         PIC X(20).
       01  WS-DT-DATE.
           05  WS-DT-YY           PIC 99.
           05  WS-DT-MM           PIC 99.
           05  WS-DT-DD           PIC 99.
       01  WS-DT-DATE-N REDEFINES WS-DT-DATE
                                  PIC 9(6).
       01  WS-FEB-DAYS            PIC 99.
       01  WS-MONTHDAY            PIC X(24)  VALUE
           "312831303130313130313031".
       01  WS-MONTHDAY-R REDEFINES WS-MONTHDAY.
           05  WS-DAYINMTH        PIC 99     OCCURS 12.
      *
      *  Posting period keyed and held YYMM
      *
       01  WS-PERIOD.
           05  WS-PD-YY           PIC 99.
           05  WS-PD-MM           PIC 99.
       01  WS-PERIOD-N REDEFINES WS-PERIOD
                                  PIC 9(4).
      *
      *  Week patterns - the weeks in the first, second and third
      *      period of each quarter
      *
       01  WS-PATTERNS            PIC X(9)   VALUE "445454544".
       01  WS-PATTERNS-R REDEFINES WS-PATTERNS.
           05  WS-PATTERN         OCCURS 3.
               10  WS-PAT-WEEKS   PIC 9      OCCURS 3.
       01  WS-GEN-PATTERN         PIC 9.
       01  WS-GEN-53-WEEKS        PIC X.
       01  WS-GEN-SUB             PIC 99.
       01  WS-GEN-POS             PIC 9.
      *
      *  One generated year - built here in full and checked
      *      before any of it is written
      *
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY       OCCURS 12.
               10  WS-GEN-START   PIC 9(6).
               10  WS-GEN-END     PIC 9(6).
               10  WS-GEN-PP      PIC 9(4).
               10  WS-GEN-WEEKS   PIC 9.
      *
      *  Period being added or changed, and the overlap and
      *      posting period checks' bounds - WS-CHK-SELF is the
      *      end date of the period being changed, which may not
      *      count against itself
      *
       01  WS-NEW-START           PIC 9(6).
       01  WS-NEW-END             PIC 9(6).
       01  WS-NEW-PP              PIC 9(4).
       01  WS-NEW-WEEKS           PIC 9.
       01  WS-CHK-START           PIC 9(6).
       01  WS-CHK-END             PIC 9(6).
       01  WS-CHK-PP-FROM         PIC 9(4).
       01  WS-CHK-PP-TO           PIC 9(4).
       01  WS-CHK-SELF            PIC 9(6).
       01  WS-TARGET              PIC 9(6).
      *
       01  WS-SYSDATE.
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
       01  WS-SHOW-DATE.
           05  WS-SD-DD           PIC 99/.
           05  WS-SD-MM           PIC 99/.
           05  WS-SD-YY           PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL088R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-HEAD-CONAME     PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(30) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
               "FISCAL CALENDAR LIST".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(10) VALUE "COMPANY : ".
           05  WS-HEAD-COMPANY    PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-HEAD-CONAME-2   PIC X(40).
      *
       01  WS-HEADING-4.
           05  FILLER             PIC X(10) VALUE "PERIOD".
           05  FILLER             PIC X(6)  VALUE "BKT".
           05  FILLER             PIC X(12) VALUE "START".
           05  FILLER             PIC X(12) VALUE "END".
           05  FILLER             PIC X(7)  VALUE "WEEKS".
           05  FILLER             PIC X(12) VALUE "CHANGED".
           05  FILLER             PIC X(8)  VALUE "BY".
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-PP-MM        PIC 99/.
           05  WS-DL-PP-YY        PIC 99.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-DL-BUCKET       PIC Z9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-START        PIC X(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-END          PIC X(8).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-DL-WEEKS        PIC Z.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-DL-CHANGED      PIC X(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-OPERATOR     PIC X(8).
      *
       01  WS-BUCKET              PIC S99.
      *
       01  WS-NONE-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(50) VALUE
               "NO FISCAL CALENDAR - THE COMPANY REPORTS BY MONTH".
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(20) VALUE
               "PERIODS LISTED    :".
           05  WS-CNT-PERIODS     PIC Z,ZZ9.
      *
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-777 : INVALID DATE OR PERIOD".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-784 : PERIOD OVERLAPS ONE ON GLFCALF".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-785 : POSTING PERIOD ALREADY USED ON GLFCALF".
       01  WS-ERR-MESS-5          PIC X(51)  VALUE
           "ERR-786 : PERIOD NOT FOUND ON GLFCALF".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-787 : WEEK PATTERN MUST BE 1, 2 OR 3".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-CONAME TO WS-CONAME.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           OPEN INPUT GLCOMPF.
           PERFORM P030-GET-COMPANY.
           OPEN I-O GLFCALF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLFCALF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-SCREEN-DATE.
           DISPLAY "GL088S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "FISCAL CALENDAR MAINTENANCE" LINE 3
               POSITION 27.
      *
       P030-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P031-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
           DISPLAY GLCO-NAME LINE 5 POSITION 47.
      *
       P031-ACPT-COMPANY.
           DISPLAY WS-BLANK-LINE LINE 5.
           DISPLAY "COMPANY CODE      : " LINE 5 POSITION 21.
           ACCEPT  WS-COMPANY LINE 5 POSITION 42 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-MAIN-MENU.
           PERFORM P010-SHOW-HEADINGS.
           DISPLAY "COMPANY CODE      : "   LINE  5 POSITION 21.
           DISPLAY WS-COMPANY                LINE  5 POSITION 42.
           DISPLAY GLCO-NAME                 LINE  5 POSITION 47.
           DISPLAY "1 - GENERATE A FISCAL YEAR" LINE  9 POSITION 21.
           DISPLAY "2 - ADD A PERIOD"        LINE 10 POSITION 21.
           DISPLAY "3 - CHANGE A PERIOD"     LINE 11 POSITION 21.
           DISPLAY "4 - DELETE A PERIOD"     LINE 12 POSITION 21.
           DISPLAY "5 - PRINT THE CALENDAR"  LINE 13 POSITION 21.
           DISPLAY "9 - QUIT"                LINE 14 POSITION 21.
           DISPLAY "OPTION : "               LINE 16 POSITION 21.
           ACCEPT  WS-OPTION LINE 16 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-GENERATE
                   PERFORM P200-GENERATE-YEAR
               WHEN WS-OPT-ADD
                   PERFORM P300-ADD-PERIOD
               WHEN WS-OPT-CHANGE
                   PERFORM P400-CHANGE-PERIOD
               WHEN WS-OPT-DELETE
                   PERFORM P500-DELETE-PERIOD
               WHEN WS-OPT-LIST
                   PERFORM P700-LIST-CALENDAR
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Generate a whole fiscal year of twelve periods from its
      *      first day - each quarter's three periods run the
      *      weeks of the pattern chosen, the 53-week year's extra
      *      week goes on the last period, and the posting periods
      *      run on month by month from the first one keyed.  The
      *      year is refused whole if any of it overlaps a period
      *      already on file or reuses a posting period.
      *
       P200-GENERATE-YEAR.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           MOVE 9 TO WS-ACPT-LINE.
           MOVE "FIRST DAY (DDMMYY): " TO WS-ACPT-PROMPT.
           PERFORM P800-ACPT-DATE.
           MOVE WS-DT-DATE-N TO WS-NEW-START.
           MOVE WS-DT-YY TO WS-PD-YY.
           MOVE WS-DT-MM TO WS-PD-MM.
           IF WS-DT-DD > 15
               PERFORM P830-NEXT-POSTPERIOD.
           MOVE 10 TO WS-ACPT-LINE.
           MOVE "FIRST PERIOD (YYMM): " TO WS-ACPT-PROMPT.
           PERFORM P810-ACPT-POSTPERIOD.
           MOVE "N" TO WS-PATTERN-VALID.
           PERFORM P205-ACPT-PATTERN UNTIL WS-PATTERN-VALID = "Y".
           DISPLAY "53-WEEK YEAR (Y,N): " LINE 12 POSITION 21.
           MOVE "N" TO WS-GEN-53-WEEKS.
           ACCEPT  WS-GEN-53-WEEKS LINE 12 POSITION 42 NO BELL UPDATE.
           MOVE WS-NEW-START TO WS-DT-DATE-N.
           PERFORM P210-BUILD-PERIOD VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > 12.
           MOVE WS-GEN-START (1) TO WS-CHK-START.
           MOVE WS-GEN-END (12) TO WS-CHK-END.
           MOVE WS-GEN-PP (1) TO WS-CHK-PP-FROM.
           MOVE WS-GEN-PP (12) TO WS-CHK-PP-TO.
           MOVE 0 TO WS-CHK-SELF.
           PERFORM P600-CHECK-OVERLAP.
           PERFORM P610-CHECK-POSTPERIOD.
           MOVE WS-GEN-END (12) TO WS-DT-DATE-N.
           PERFORM P840-SHOW-DATE.
           DISPLAY "LAST DAY          : " LINE 14 POSITION 21.
           DISPLAY WS-SHOW-DATE             LINE 14 POSITION 42.
           IF WS-OVERLAP = "Y"
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
           ELSE IF WS-PP-USED = "Y"
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
           ELSE
               DISPLAY "WRITE THE 12 PERIODS ? (Y,N) " LINE 20
                   POSITION 21
               ACCEPT WS-EDITING-DONE LINE 20 POSITION 51
                   NO BELL OFF
               IF WS-EDITING-DONE = "Y"
                   PERFORM P230-WRITE-GEN-PERIOD
                       VARYING WS-GEN-SUB FROM 1 BY 1
                       UNTIL WS-GEN-SUB > 12
                   DISPLAY "FISCAL YEAR ADDED TO GLFCALF" LINE 24
                   MOVE WS-GEN-START (1) TO WS-TARGET
                   MOVE "FCAL GEN" TO WS-SEC-ACTION
                   PERFORM P250-JOURNAL-CHANGE
               ELSE
                   DISPLAY "GENERATE CANCELLED" LINE 24.
           PERFORM P900-DELAY.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
       P205-ACPT-PATTERN.
           DISPLAY "1=445 2=454 3=544 : " LINE 11 POSITION 21.
           MOVE 1 TO WS-GEN-PATTERN.
           ACCEPT  WS-GEN-PATTERN LINE 11 POSITION 42 NO BELL UPDATE.
           IF WS-GEN-PATTERN > 0 AND WS-GEN-PATTERN < 4
               MOVE "Y" TO WS-PATTERN-VALID
           ELSE
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  One generated period - WS-DT-DATE holds its first day on
      *      the way in and the next period's first day on the way
      *      out
      *
       P210-BUILD-PERIOD.
           MOVE WS-DT-DATE-N TO WS-GEN-START (WS-GEN-SUB).
           COMPUTE WS-ADD-DAYS = WS-GEN-SUB - 1.
           DIVIDE WS-ADD-DAYS BY 3 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           COMPUTE WS-GEN-POS = WS-REMAINDER + 1.
           MOVE WS-PAT-WEEKS (WS-GEN-PATTERN, WS-GEN-POS)
               TO WS-GEN-WEEKS (WS-GEN-SUB).
           IF WS-GEN-SUB = 12 AND WS-GEN-53-WEEKS = "Y"
               ADD 1 TO WS-GEN-WEEKS (WS-GEN-SUB).
           COMPUTE WS-ADD-DAYS = WS-GEN-WEEKS (WS-GEN-SUB) * 7 - 1.
           PERFORM P820-ADD-DAYS.
           MOVE WS-DT-DATE-N TO WS-GEN-END (WS-GEN-SUB).
           MOVE 1 TO WS-ADD-DAYS.
           PERFORM P820-ADD-DAYS.
           MOVE WS-PERIOD-N TO WS-GEN-PP (WS-GEN-SUB).
           PERFORM P830-NEXT-POSTPERIOD.
      *
       P230-WRITE-GEN-PERIOD.
           MOVE WS-GEN-START (WS-GEN-SUB) TO WS-NEW-START.
           MOVE WS-GEN-END (WS-GEN-SUB)   TO WS-NEW-END.
           MOVE WS-GEN-PP (WS-GEN-SUB)    TO WS-NEW-PP.
           MOVE WS-GEN-WEEKS (WS-GEN-SUB) TO WS-NEW-WEEKS.
           PERFORM P240-BUILD-RECORD.
           WRITE GLFC-RECORD INVALID KEY
               DISPLAY "ERR-050 : ERROR WRITING GLFCALF" LINE 23.
      *
       P240-BUILD-RECORD.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-COMPANY     TO GLFC-COMPANY.
           MOVE WS-NEW-END     TO GLFC-ENDDATE.
           MOVE WS-NEW-START   TO GLFC-STARTDATE.
           MOVE WS-NEW-PP      TO GLFC-POSTPERIOD.
           MOVE WS-NEW-WEEKS   TO GLFC-WEEKS.
           MOVE WS-TODAY       TO GLFC-CHGDATE.
           MOVE WS-OPERATOR-ID TO GLFC-OPERATOR.
      *
      *  Every change goes to the security journal with the
      *      company, and the period's end date (the first day for
      *      a generated year) as the target
      *
       P250-JOURNAL-CHANGE.
           MOVE WS-TARGET  TO WS-SEC-TARGET.
           MOVE WS-COMPANY TO WS-SEC-COMPANY.
           PERFORM P995-WRITE-SECURITY.
           MOVE SPACES TO WS-SEC-TARGET WS-SEC-COMPANY.
      *
      *  Add one period of any length, keyed by its dates
      *
       P300-ADD-PERIOD.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           PERFORM P310-ACPT-PERIOD-DATES.
           MOVE WS-NEW-START TO WS-DT-DATE-N.
           MOVE WS-DT-YY TO WS-PD-YY.
           MOVE WS-DT-MM TO WS-PD-MM.
           MOVE 11 TO WS-ACPT-LINE.
           MOVE "POSTING PERIOD YYMM: " TO WS-ACPT-PROMPT.
           PERFORM P810-ACPT-POSTPERIOD.
           MOVE WS-PERIOD-N TO WS-NEW-PP.
           MOVE 0 TO WS-NEW-WEEKS WS-CHK-SELF.
           MOVE WS-NEW-START TO WS-CHK-START.
           MOVE WS-NEW-END   TO WS-CHK-END.
           MOVE WS-NEW-PP    TO WS-CHK-PP-FROM WS-CHK-PP-TO.
           PERFORM P600-CHECK-OVERLAP.
           PERFORM P610-CHECK-POSTPERIOD.
           IF WS-OVERLAP = "Y"
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
           ELSE IF WS-PP-USED = "Y"
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
           ELSE
               PERFORM P240-BUILD-RECORD
               WRITE GLFC-RECORD INVALID KEY
                   DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               NOT INVALID KEY
                   DISPLAY "PERIOD ADDED TO GLFCALF" LINE 24
                   MOVE WS-NEW-END TO WS-TARGET
                   MOVE "FCAL ADD" TO WS-SEC-ACTION
                   PERFORM P250-JOURNAL-CHANGE
               END-WRITE.
           PERFORM P900-DELAY.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
       P310-ACPT-PERIOD-DATES.
           MOVE 0 TO WS-NEW-START WS-NEW-END.
           PERFORM P311-ACPT-ONE-RANGE
               UNTIL WS-NEW-START NOT = 0 AND
                     WS-NEW-START NOT > WS-NEW-END.
      *
       P311-ACPT-ONE-RANGE.
           MOVE 9 TO WS-ACPT-LINE.
           MOVE "START DAY (DDMMYY): " TO WS-ACPT-PROMPT.
           PERFORM P800-ACPT-DATE.
           MOVE WS-DT-DATE-N TO WS-NEW-START.
           MOVE 10 TO WS-ACPT-LINE.
           MOVE "END DAY (DDMMYY)  : " TO WS-ACPT-PROMPT.
           PERFORM P800-ACPT-DATE.
           MOVE WS-DT-DATE-N TO WS-NEW-END.
           IF WS-NEW-START > WS-NEW-END
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Change a period's first day or posting period - its end
      *      date is its key, so a period that must end on another
      *      day is deleted and added again
      *
       P400-CHANGE-PERIOD.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           PERFORM P410-ACPT-AND-READ.
           IF WS-FC-FOUND = "N"
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
           ELSE
               MOVE GLFC-ENDDATE TO WS-NEW-END WS-CHK-SELF
               MOVE GLFC-WEEKS TO WS-NEW-WEEKS
               MOVE 0 TO WS-NEW-START
               PERFORM P430-ACPT-NEW-START
                   UNTIL WS-NEW-START NOT = 0
               MOVE GLFC-POSTPERIOD TO WS-PERIOD-N
               MOVE 12 TO WS-ACPT-LINE
               MOVE "POSTING PERIOD YYMM: " TO WS-ACPT-PROMPT
               PERFORM P810-ACPT-POSTPERIOD
               MOVE WS-PERIOD-N TO WS-NEW-PP
               IF WS-NEW-START NOT = GLFC-STARTDATE
                   MOVE 0 TO WS-NEW-WEEKS
               END-IF
               MOVE WS-NEW-START TO WS-CHK-START
               MOVE WS-NEW-END   TO WS-CHK-END
               MOVE WS-NEW-PP    TO WS-CHK-PP-FROM WS-CHK-PP-TO
               PERFORM P600-CHECK-OVERLAP
               PERFORM P610-CHECK-POSTPERIOD
               IF WS-OVERLAP = "Y"
                   DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               ELSE IF WS-PP-USED = "Y"
                   DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               ELSE
                   PERFORM P240-BUILD-RECORD
                   REWRITE GLFC-RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR REWRITING GLFCALF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "PERIOD UPDATED ON GLFCALF" LINE 24
                       MOVE WS-NEW-END TO WS-TARGET
                       MOVE "FCAL CHG" TO WS-SEC-ACTION
                       PERFORM P250-JOURNAL-CHANGE
                   END-REWRITE.
           PERFORM P900-DELAY.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
       P410-ACPT-AND-READ.
           MOVE 9 TO WS-ACPT-LINE.
           MOVE "END DAY (DDMMYY)  : " TO WS-ACPT-PROMPT.
           PERFORM P800-ACPT-DATE.
           MOVE WS-COMPANY   TO GLFC-COMPANY.
           MOVE WS-DT-DATE-N TO GLFC-ENDDATE.
           MOVE "Y" TO WS-FC-FOUND.
           READ GLFCALF RECORD INVALID KEY
               MOVE "N" TO WS-FC-FOUND.
           IF WS-FC-FOUND = "Y"
               PERFORM P420-SHOW-PERIOD.
      *
       P420-SHOW-PERIOD.
           DISPLAY "START DAY         : " LINE 10 POSITION 21.
           MOVE GLFC-STARTDATE TO WS-DT-DATE-N.
           PERFORM P840-SHOW-DATE.
           DISPLAY WS-SHOW-DATE             LINE 10 POSITION 42.
           DISPLAY "POSTING PERIOD    : " LINE 11 POSITION 21.
           DISPLAY GLFC-POSTPERIOD          LINE 11 POSITION 42.
           IF GLFC-WEEKS NOT = 0
               DISPLAY "WEEKS" LINE 11 POSITION 50
               DISPLAY GLFC-WEEKS LINE 11 POSITION 56.
      *
       P430-ACPT-NEW-START.
           MOVE 10 TO WS-ACPT-LINE.
           MOVE "START DAY (DDMMYY): " TO WS-ACPT-PROMPT.
           PERFORM P800-ACPT-DATE.
           MOVE WS-DT-DATE-N TO WS-NEW-START.
           IF WS-NEW-START > WS-NEW-END
               MOVE 0 TO WS-NEW-START
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Delete one period - a date it covered falls back outside
      *      the calendar until another period is added over it
      *
       P500-DELETE-PERIOD.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           PERFORM P410-ACPT-AND-READ.
           IF WS-FC-FOUND = "N"
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
           ELSE
               DISPLAY "DELETE THIS PERIOD ? (Y,N) " LINE 20
                   POSITION 21
               ACCEPT WS-EDITING-DONE LINE 20 POSITION 49
                   NO BELL OFF
               IF WS-EDITING-DONE = "Y"
                   MOVE GLFC-ENDDATE TO WS-TARGET
                   DELETE GLFCALF RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR DELETING GLFCALF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "PERIOD DELETED FROM GLFCALF" LINE 24
                       MOVE "FCAL DEL" TO WS-SEC-ACTION
                       PERFORM P250-JOURNAL-CHANGE
                   END-DELETE
               ELSE
                   DISPLAY "DELETE CANCELLED" LINE 24.
           PERFORM P900-DELAY.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
      *  Overlap - the first period of the company ending on or
      *      after the new first day overlaps when it starts on or
      *      before the new last day.  The period being changed is
      *      stepped over; the one after it cannot overlap, since
      *      it started after the old last day.  The period being
      *      changed is read back afterwards for its rewrite.
      *
       P600-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP.
           MOVE "N" TO WS-EOF.
           MOVE WS-COMPANY   TO GLFC-COMPANY.
           MOVE WS-CHK-START TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P605-READ-NEXT.
           IF WS-EOF = "N" AND GLFC-ENDDATE = WS-CHK-SELF
               PERFORM P605-READ-NEXT.
           IF WS-EOF = "N" AND GLFC-STARTDATE NOT > WS-CHK-END
               MOVE "Y" TO WS-OVERLAP.
           IF WS-CHK-SELF NOT = 0
               MOVE WS-COMPANY  TO GLFC-COMPANY
               MOVE WS-CHK-SELF TO GLFC-ENDDATE
               READ GLFCALF RECORD INVALID KEY
                   MOVE "Y" TO WS-OVERLAP.
      *
       P605-READ-NEXT.
           IF WS-EOF = "N"
               READ GLFCALF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "N" AND GLFC-COMPANY NOT = WS-COMPANY
               MOVE "Y" TO WS-EOF.
      *
      *  Posting periods - none of the company's other periods may
      *      be reported under a posting period in the range
      *
       P610-CHECK-POSTPERIOD.
           MOVE "N" TO WS-PP-USED.
           MOVE "N" TO WS-EOF.
           MOVE WS-COMPANY TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P605-READ-NEXT.
           PERFORM P615-TEST-POSTPERIOD
               UNTIL WS-EOF = "Y" OR WS-PP-USED = "Y".
           IF WS-CHK-SELF NOT = 0
               MOVE WS-COMPANY  TO GLFC-COMPANY
               MOVE WS-CHK-SELF TO GLFC-ENDDATE
               READ GLFCALF RECORD INVALID KEY
                   MOVE "Y" TO WS-OVERLAP.
      *
       P615-TEST-POSTPERIOD.
           IF GLFC-ENDDATE NOT = WS-CHK-SELF AND
              GLFC-POSTPERIOD NOT < WS-CHK-PP-FROM AND
              GLFC-POSTPERIOD NOT > WS-CHK-PP-TO
               MOVE "Y" TO WS-PP-USED
           ELSE
               PERFORM P605-READ-NEXT.
      *
      *  Calendar listing - every period of the company in date
      *      order with the bucket its posting period fills
      *
       P700-LIST-CALENDAR.
           DISPLAY "PRINTING CALENDAR ..." LINE 24 POSITION 28.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE WS-CONAME TO WS-HEAD-CONAME.
           MOVE WS-COMPANY TO WS-HEAD-COMPANY.
           MOVE GLCO-NAME TO WS-HEAD-CONAME-2.
           MOVE 0 TO WS-COUNT-PERIODS.
           OPEN OUTPUT GLFCLST.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 2.
           WRITE REPORT-LINE FROM WS-HEADING-4 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           MOVE "N" TO WS-EOF.
           MOVE WS-COMPANY TO GLFC-COMPANY.
           MOVE 0 TO GLFC-ENDDATE.
           START GLFCALF KEY NOT < GLFC-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P605-READ-NEXT.
           IF WS-EOF = "Y"
               WRITE REPORT-LINE FROM WS-NONE-LINE AFTER 1.
           PERFORM P710-LIST-PERIOD UNTIL WS-EOF = "Y".
           MOVE WS-COUNT-PERIODS TO WS-CNT-PERIODS.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 3.
           CLOSE GLFCLST.
           DISPLAY WS-BLANK-LINE LINE 24.
           DISPLAY "GL088R GENERATED." LINE 24 POSITION 28.
           PERFORM P900-DELAY.
           DISPLAY WS-BLANK-LINE LINE 24.
      *
       P710-LIST-PERIOD.
           ADD 1 TO WS-COUNT-PERIODS.
           MOVE GLFC-POSTPERIOD TO WS-PERIOD-N.
           MOVE WS-PD-MM TO WS-DL-PP-MM.
           MOVE WS-PD-YY TO WS-DL-PP-YY.
           COMPUTE WS-BUCKET = WS-PD-MM - GLSP-STMONTH.
           IF WS-BUCKET NOT > 0
               ADD 12 TO WS-BUCKET.
           MOVE WS-BUCKET TO WS-DL-BUCKET.
           MOVE GLFC-STARTDATE TO WS-DT-DATE-N.
           PERFORM P840-SHOW-DATE.
           MOVE WS-SHOW-DATE TO WS-DL-START.
           MOVE GLFC-ENDDATE TO WS-DT-DATE-N.
           PERFORM P840-SHOW-DATE.
           MOVE WS-SHOW-DATE TO WS-DL-END.
           MOVE GLFC-WEEKS TO WS-DL-WEEKS.
           MOVE GLFC-CHGDATE TO WS-DT-DATE-N.
           PERFORM P840-SHOW-DATE.
           MOVE WS-SHOW-DATE TO WS-DL-CHANGED.
           MOVE GLFC-OPERATOR TO WS-DL-OPERATOR.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
           PERFORM P605-READ-NEXT.
      *
      *  Common date routines.  A date is keyed DDMMYY at
      *      WS-ACPT-LINE under WS-ACPT-PROMPT and comes back
      *      YYMMDD in WS-DT-DATE; February has 29 days in a year
      *      divisible by four
      *
       P800-ACPT-DATE.
           MOVE "N" TO WS-DATE-VALID.
           PERFORM P801-ACPT-ONE-DATE UNTIL WS-DATE-VALID = "Y".
      *
       P801-ACPT-ONE-DATE.
           DISPLAY WS-ACPT-PROMPT LINE WS-ACPT-LINE POSITION 21.
           ACCEPT  WS-IN-DATE LINE WS-ACPT-LINE POSITION 42
                   NO BELL OFF.
           MOVE WS-IN-YY TO WS-DT-YY.
           MOVE WS-IN-MM TO WS-DT-MM.
           MOVE WS-IN-DD TO WS-DT-DD.
           PERFORM P805-SET-FEBRUARY.
           MOVE "Y" TO WS-DATE-VALID.
           IF WS-DT-MM NOT > 0 OR WS-DT-MM > 12
               MOVE "N" TO WS-DATE-VALID
           ELSE
               IF WS-DT-DD = 0 OR WS-DT-DD > WS-DAYINMTH (WS-DT-MM)
                   MOVE "N" TO WS-DATE-VALID.
           IF WS-DATE-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P805-SET-FEBRUARY.
           DIVIDE WS-DT-YY BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER.
           IF WS-REMAINDER = 0
               MOVE 29 TO WS-DAYINMTH (2)
           ELSE
               MOVE 28 TO WS-DAYINMTH (2).
      *
      *  Posting period keyed YYMM at WS-ACPT-LINE, offering the
      *      one already in WS-PERIOD
      *
       P810-ACPT-POSTPERIOD.
           MOVE "N" TO WS-PERIOD-VALID.
           PERFORM P811-ACPT-ONE-PERIOD UNTIL WS-PERIOD-VALID = "Y".
      *
       P811-ACPT-ONE-PERIOD.
           DISPLAY WS-ACPT-PROMPT LINE WS-ACPT-LINE POSITION 21.
           ACCEPT  WS-PERIOD-N LINE WS-ACPT-LINE POSITION 42
                   NO BELL UPDATE.
           MOVE "Y" TO WS-PERIOD-VALID.
           IF WS-PD-MM NOT > 0 OR WS-PD-MM > 12
               MOVE "N" TO WS-PERIOD-VALID
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Step WS-DT-DATE on by WS-ADD-DAYS days, one day at a time
      *
       P820-ADD-DAYS.
           PERFORM P821-NEXT-DAY WS-ADD-DAYS TIMES.
      *
       P821-NEXT-DAY.
           PERFORM P805-SET-FEBRUARY.
           ADD 1 TO WS-DT-DD.
           IF WS-DT-DD > WS-DAYINMTH (WS-DT-MM)
               MOVE 1 TO WS-DT-DD
               ADD 1 TO WS-DT-MM
               IF WS-DT-MM > 12
                   MOVE 1 TO WS-DT-MM
                   IF WS-DT-YY = 99
                       MOVE 0 TO WS-DT-YY
                   ELSE
                       ADD 1 TO WS-DT-YY.
      *
      *  Step WS-PERIOD on by one month
      *
       P830-NEXT-POSTPERIOD.
           ADD 1 TO WS-PD-MM.
           IF WS-PD-MM > 12
               MOVE 1 TO WS-PD-MM
               IF WS-PD-YY = 99
                   MOVE 0 TO WS-PD-YY
               ELSE
                   ADD 1 TO WS-PD-YY.
      *
       P840-SHOW-DATE.
           MOVE WS-DT-DD TO WS-SD-DD.
           MOVE WS-DT-MM TO WS-SD-MM.
           MOVE WS-DT-YY TO WS-SD-YY.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
           DISPLAY WS-BLANK-LINE LINE 23.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 5.
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
              GLOP-AUTHORITY NOT < 5
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
                   IF GLOA-PROGRAM = "GL088P" OR "*MAINT" OR "*ALL"
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
               MOVE "GL088P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*MAINT" TO GLOA-PROGRAM
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
           MOVE "GL088P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
