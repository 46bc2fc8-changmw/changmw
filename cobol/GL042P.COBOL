      ***          This program maintains the exchange rate table   ***
      ***  (GLRATEF) - one record per foreign currency, with the    ***
      ***  home value of one foreign unit to four decimal places.   ***
      ***  Each rate carries the date it was last changed.          ***
      ***          Rates are also kept by date.  Every rate keyed   ***
      ***  on GLRATEF is written to the dated rate history          ***
      ***  (GLRTHF) as effective today, and option 4 keys a rate    ***
      ***  against any effective date - a back-dated rate or a      ***
      ***  correction to an earlier one.  GL015P and GL014P         ***
      ***  convert a foreign voucher at the dated rate in force on  ***
      ***  its voucher date.  A dated rate effective between the    ***
      ***  GLRATEF rate date and today becomes the current rate.    ***
      ***          Option 5 keys the closing and average rates of   ***
      ***  a fiscal period (GLRTPF).  GL043P revalues open          ***
      ***  monetary balances at the period closing rate and GL030P  ***
      ***  translates a foreign-books company at the period         ***
      ***  closing and average rates; both stop if a rate they need ***
      ***  for the period is missing, so a period's rates should be ***
      ***  keyed here before either run.  Option 6 lists every      ***
      ***  currency with its dated and period rate history          ***
      ***  (GL042R).                                                ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLRATEF, GLRTHF, GLRTPF,            ***
      ***              GL042R (PRINT)                               ***
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
           SELECT GLRATEF   ASSIGN       TO RANDOM 'GLRATEF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRT-CURRENCY.
           SELECT GLRTHF    ASSIGN       TO RANDOM 'GLRTHF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRH-KEY.
           SELECT GLRTPF    ASSIGN       TO RANDOM 'GLRTPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRM-KEY.
           SELECT GLRTLST   ASSIGN       TO PRINT 'GL042R'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Exchange rate table
           COPY "GLRATESL.DEF".
      *
      *  Dated exchange rate history
           COPY "GLRTHSL.DEF".
      *
      *  Period closing and average rates
           COPY "GLRTPSL.DEF".
      *
       FD  GLRTLST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).
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
       01  WS-CONAME              PIC X(40).
       01  WS-OPTION              PIC X.
           88  WS-OPT-ADD         VALUE "1".
           88  WS-OPT-CHANGE      VALUE "2".
           88  WS-OPT-DELETE      VALUE "3".
           88  WS-OPT-DATED       VALUE "4".
           88  WS-OPT-PERIOD      VALUE "5".
           88  WS-OPT-LIST        VALUE "6".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-RT-VALID            PIC X.
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-EDIT-RATE           PIC ZZ9.9999.
       01  WS-NEW-RATE            PIC 9(3)V9(4).
       01  WS-NEW-AVG-RATE        PIC 9(3)V9(4).
       01  WS-RH-FOUND            PIC X.
       01  WS-RM-FOUND            PIC X.
       01  WS-DATE-VALID          PIC X.
       01  WS-RT-EOF              PIC X.
       01  WS-RH-EOF              PIC X.
       01  WS-RM-EOF              PIC X.
       01  WS-COUNT-CURRENCY      PIC 9(5)  VALUE 0.
       01  WS-TODAY               PIC 9(6).
       01  WS-IN-DATE.
           05  WS-IN-DD           PIC 99.
           05  WS-IN-MM           PIC 99.
           05  WS-IN-YY           PIC 99.
       01  WS-EFF-DATE.
           05  WS-EF-YY           PIC 99.
           05  WS-EF-MM           PIC 99.
           05  WS-EF-DD           PIC 99.
       01  WS-IN-PERIOD.
           05  WS-IP-MM           PIC 99.
           05  WS-IP-YY           PIC 99.
       01  WS-RATE-PERIOD.
           05  WS-RP-YY           PIC 99.
           05  WS-RP-MM           PIC 99.
       01  WS-MONTHDAY            PIC X(24)  VALUE
           "312931303130313130313031".
       01  WS-MONTHDAY-R REDEFINES WS-MONTHDAY.
           05  WS-DAYINMTH        PIC 99     OCCURS 12.
       01  WS-SYSDATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-MONTH           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-YEAR            PIC 99.
       01  WS-REPORT-DATE.
           05  WS-DAY             PIC 99/.
           05  WS-MONTH           PIC 99/.
           05  WS-YEAR            PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL042R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-HEAD-CONAME     PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(27) VALUE SPACES.
           05  FILLER             PIC X(26) VALUE
               "EXCHANGE RATE HISTORY LIST".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(5)  VALUE "CCY".
           05  FILLER             PIC X(21) VALUE "NAME".
           05  FILLER             PIC X(13) VALUE "CURRENT RATE".
           05  FILLER             PIC X(10) VALUE "RATE DATE".
      *
       01  WS-CURRENCY-LINE.
           05  WS-CL-CURRENCY     PIC XXX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-NAME         PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CL-RATE         PIC ZZ9.9999.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-CL-DD           PIC 99/.
           05  WS-CL-MM           PIC 99/.
           05  WS-CL-YY           PIC 99.
      *
       01  WS-DATED-HEADING.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "EFFECTIVE".
           05  FILLER             PIC X(12) VALUE "RATE".
           05  FILLER             PIC X(10) VALUE "KEYED".
           05  FILLER             PIC X(8)  VALUE "BY".
      *
       01  WS-DATED-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  WS-DT-DD           PIC 99/.
           05  WS-DT-MM           PIC 99/.
           05  WS-DT-YY           PIC 99.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-DT-RATE         PIC ZZ9.9999.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DT-KEY-DD       PIC 99/.
           05  WS-DT-KEY-MM       PIC 99/.
           05  WS-DT-KEY-YY       PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DT-OPERATOR     PIC X(8).
      *
       01  WS-PERIOD-HEADING.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  FILLER             PIC X(13) VALUE "PERIOD".
           05  FILLER             PIC X(12) VALUE "CLOSING".
           05  FILLER             PIC X(12) VALUE "AVERAGE".
           05  FILLER             PIC X(10) VALUE "KEYED".
           05  FILLER             PIC X(8)  VALUE "BY".
      *
       01  WS-PERIOD-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  WS-PL-MM           PIC 99/.
           05  WS-PL-YY           PIC 99.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  WS-PL-CLOSE-RATE   PIC ZZ9.9999.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-PL-AVG-RATE     PIC ZZ9.9999.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-PL-KEY-DD       PIC 99/.
           05  WS-PL-KEY-MM       PIC 99/.
           05  WS-PL-KEY-YY       PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PL-OPERATOR     PIC X(8).
      *
       01  WS-NONE-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  WS-NL-TEXT         PIC X(40).
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(20) VALUE
               "CURRENCIES LISTED :".
           05  WS-CNT-CURRENCY    PIC ZZ,ZZ9.
      *
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-840 : CURRENCY ALREADY ON GLRATEF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-850 : CURRENCY NOT FOUND ON GLRATEF".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-860 : RATE MUST BE GREATER THAN ZERO".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-777 : INVALID DATE OR PERIOD".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
               CLOSE GLSYSPF
               STOP RUN.
           OPEN I-O GLRATEF.
           OPEN I-O GLRTHF.
           OPEN I-O GLRTPF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLRTPF.
           CLOSE GLRTHF.
           CLOSE GLRATEF.
           CLOSE GLSYSPF.
           STOP RUN.
           DISPLAY "1 - ADD A CURRENCY"    LINE  9 POSITION 21.
           DISPLAY "2 - CHANGE A RATE"     LINE 10 POSITION 21.
           DISPLAY "3 - DELETE A CURRENCY" LINE 11 POSITION 21.
           DISPLAY "4 - KEY A DATED RATE"  LINE 12 POSITION 21.
           DISPLAY "5 - KEY PERIOD CLOSING / AVERAGE RATES"
                                           LINE 13 POSITION 21.
           DISPLAY "6 - LIST RATE HISTORY" LINE 14 POSITION 21.
           DISPLAY "9 - QUIT"              LINE 15 POSITION 21.
           DISPLAY "OPTION : "             LINE 17 POSITION 21.
           ACCEPT  WS-OPTION LINE 17 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-ADD
                   PERFORM P200-ADD-CURRENCY
                   PERFORM P300-CHANGE-RATE
               WHEN WS-OPT-DELETE
                   PERFORM P400-DELETE-CURRENCY
               WHEN WS-OPT-DATED
                   PERFORM P500-DATED-RATE
               WHEN WS-OPT-PERIOD
                   PERFORM P600-PERIOD-RATE
               WHEN WS-OPT-LIST
                   PERFORM P700-LIST-HISTORY
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR-050 : ERROR WRITING GLRATEF" LINE 24
               NOT INVALID KEY
                   DISPLAY "CURRENCY ADDED TO GLRATEF" LINE 24
                   PERFORM P260-WRITE-HISTORY
               END-WRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
                   DISPLAY "ERR-050 : ERROR REWRITING GLRATEF" LINE 24
               NOT INVALID KEY
                   DISPLAY "RATE UPDATED ON GLRATEF" LINE 24
                   PERFORM P260-WRITE-HISTORY
               END-REWRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           DISPLAY "AVG RATE          : " LINE 12 POSITION 21.
           MOVE GLRT-AVG-RATE TO WS-EDIT-RATE.
           DISPLAY WS-EDIT-RATE            LINE 12 POSITION 42.
      *
      *  The rate keyed on GLRATEF goes into the dated history as
      *      the rate in force from today - a second change on the
      *      same day replaces the first
      *
       P260-WRITE-HISTORY.
           MOVE GLRT-CURRENCY TO GLRH-CURRENCY.
           MOVE GLRT-RATEDATE TO GLRH-EFFDATE.
           MOVE "Y" TO WS-RH-FOUND.
           READ GLRTHF RECORD INVALID KEY
               MOVE "N" TO WS-RH-FOUND.
           MOVE GLRT-CURRENCY  TO GLRH-CURRENCY.
           MOVE GLRT-RATEDATE  TO GLRH-EFFDATE.
           MOVE GLRT-RATE      TO GLRH-RATE.
           MOVE GLRT-RATEDATE  TO GLRH-ENTERDAT.
           MOVE WS-OPERATOR-ID TO GLRH-OPERATOR.
           IF WS-RH-FOUND = "Y"
               REWRITE GLRH-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLRTHF" LINE 23
               END-REWRITE
           ELSE
               WRITE GLRH-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLRTHF" LINE 23
               END-WRITE.
      *
      *  Key a rate against an effective date - a new dated rate,
      *      or a correction to one already on GLRTHF.  A rate
      *      effective between the GLRATEF rate date and today is
      *      the rate in force now, so GLRATEF is brought up to it
      *
       P500-DATED-RATE.
           PERFORM P210-ACPT-CODE.
           PERFORM P220-READ-RATE.
           IF WS-RT-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               DISPLAY "CURRENCY NAME     : " LINE  9 POSITION 21
               DISPLAY GLRT-NAME               LINE  9 POSITION 42
               MOVE "N" TO WS-DATE-VALID
               PERFORM P510-ACPT-EFF-DATE UNTIL WS-DATE-VALID = "Y"
               PERFORM P520-READ-DATED
               MOVE 0 TO WS-NEW-RATE
               PERFORM P530-ACPT-DATED-RATE UNTIL WS-NEW-RATE > 0
               PERFORM P540-WRITE-DATED
               PERFORM P900-DELAY
               DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
       P510-ACPT-EFF-DATE.
           DISPLAY "EFFECTIVE (DDMMYY): " LINE 11 POSITION 21.
           ACCEPT  WS-IN-DATE LINE 11 POSITION 42 NO BELL OFF.
           MOVE WS-IN-YY TO WS-EF-YY.
           MOVE WS-IN-MM TO WS-EF-MM.
           MOVE WS-IN-DD TO WS-EF-DD.
           MOVE "Y" TO WS-DATE-VALID.
           IF WS-EF-MM NOT > 0 OR WS-EF-MM > 12
               MOVE "N" TO WS-DATE-VALID
           ELSE
               IF WS-EF-DD = 0 OR WS-EF-DD > WS-DAYINMTH (WS-EF-MM)
                   MOVE "N" TO WS-DATE-VALID.
           IF WS-DATE-VALID = "N"
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P520-READ-DATED.
           MOVE GLRT-CURRENCY TO GLRH-CURRENCY.
           MOVE WS-EFF-DATE   TO GLRH-EFFDATE.
           MOVE "Y" TO WS-RH-FOUND.
           READ GLRTHF RECORD INVALID KEY
               MOVE "N" TO WS-RH-FOUND.
           IF WS-RH-FOUND = "Y"
               DISPLAY "RATE ON FILE      : " LINE 12 POSITION 21
               MOVE GLRH-RATE TO WS-EDIT-RATE
               DISPLAY WS-EDIT-RATE            LINE 12 POSITION 42.
      *
       P530-ACPT-DATED-RATE.
           DISPLAY "RATE (HOME/UNIT)  : " LINE 13 POSITION 21.
           ACCEPT  WS-NEW-RATE LINE 13 POSITION 42 NO BELL OFF.
           IF WS-NEW-RATE NOT > 0
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P540-WRITE-DATED.
           ACCEPT WS-TODAY FROM DATE.
           MOVE GLRT-CURRENCY  TO GLRH-CURRENCY.
           MOVE WS-EFF-DATE    TO GLRH-EFFDATE.
           MOVE WS-NEW-RATE    TO GLRH-RATE.
           MOVE WS-TODAY       TO GLRH-ENTERDAT.
           MOVE WS-OPERATOR-ID TO GLRH-OPERATOR.
           IF WS-RH-FOUND = "Y"
               REWRITE GLRH-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLRTHF" LINE 24
               NOT INVALID KEY
                   DISPLAY "DATED RATE UPDATED ON GLRTHF" LINE 24
               END-REWRITE
           ELSE
               WRITE GLRH-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLRTHF" LINE 24
               NOT INVALID KEY
                   DISPLAY "DATED RATE ADDED TO GLRTHF" LINE 24
               END-WRITE.
           IF GLRH-EFFDATE NOT < GLRT-RATEDATE AND
              GLRH-EFFDATE NOT > WS-TODAY
               MOVE GLRH-RATE    TO GLRT-RATE
               MOVE GLRH-EFFDATE TO GLRT-RATEDATE
               REWRITE GLRT-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLRATEF" LINE 23
               END-REWRITE.
      *
      *  Key the closing and average rates of a fiscal period,
      *      identified by the month and year it ends in.  The
      *      average defaults to the closing rate
      *
       P600-PERIOD-RATE.
           PERFORM P210-ACPT-CODE.
           PERFORM P220-READ-RATE.
           IF WS-RT-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               DISPLAY "CURRENCY NAME     : " LINE  9 POSITION 21
               DISPLAY GLRT-NAME               LINE  9 POSITION 42
               MOVE "N" TO WS-DATE-VALID
               PERFORM P610-ACPT-PERIOD UNTIL WS-DATE-VALID = "Y"
               PERFORM P620-READ-PERIOD
               MOVE 0 TO WS-NEW-RATE
               PERFORM P630-ACPT-CLOSE-RATE UNTIL WS-NEW-RATE > 0
               DISPLAY "AVG RATE (0=SAME) : " LINE 15 POSITION 21
               ACCEPT  WS-NEW-AVG-RATE LINE 15 POSITION 42 NO BELL OFF
               IF WS-NEW-AVG-RATE = 0
                   MOVE WS-NEW-RATE TO WS-NEW-AVG-RATE
               END-IF
               PERFORM P640-WRITE-PERIOD
               PERFORM P900-DELAY
               DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
       P610-ACPT-PERIOD.
           DISPLAY "PERIOD (MMYY)     : " LINE 11 POSITION 21.
           ACCEPT  WS-IN-PERIOD LINE 11 POSITION 42 NO BELL OFF.
           MOVE WS-IP-YY TO WS-RP-YY.
           MOVE WS-IP-MM TO WS-RP-MM.
           MOVE "Y" TO WS-DATE-VALID.
           IF WS-RP-MM NOT > 0 OR WS-RP-MM > 12
               MOVE "N" TO WS-DATE-VALID
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P620-READ-PERIOD.
           MOVE GLRT-CURRENCY  TO GLRM-CURRENCY.
           MOVE WS-RATE-PERIOD TO GLRM-PERIOD.
           MOVE "Y" TO WS-RM-FOUND.
           READ GLRTPF RECORD INVALID KEY
               MOVE "N" TO WS-RM-FOUND.
           IF WS-RM-FOUND = "Y"
               DISPLAY "CLOSING ON FILE   : " LINE 12 POSITION 21
               MOVE GLRM-CLOSE-RATE TO WS-EDIT-RATE
               DISPLAY WS-EDIT-RATE            LINE 12 POSITION 42
               DISPLAY "AVERAGE ON FILE   : " LINE 13 POSITION 21
               MOVE GLRM-AVG-RATE TO WS-EDIT-RATE
               DISPLAY WS-EDIT-RATE            LINE 13 POSITION 42.
      *
       P630-ACPT-CLOSE-RATE.
           DISPLAY "CLOSING RATE      : " LINE 14 POSITION 21.
           ACCEPT  WS-NEW-RATE LINE 14 POSITION 42 NO BELL OFF.
           IF WS-NEW-RATE NOT > 0
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P640-WRITE-PERIOD.
           ACCEPT WS-TODAY FROM DATE.
           MOVE GLRT-CURRENCY   TO GLRM-CURRENCY.
           MOVE WS-RATE-PERIOD  TO GLRM-PERIOD.
           MOVE WS-NEW-RATE     TO GLRM-CLOSE-RATE.
           MOVE WS-NEW-AVG-RATE TO GLRM-AVG-RATE.
           MOVE WS-TODAY        TO GLRM-ENTERDAT.
           MOVE WS-OPERATOR-ID  TO GLRM-OPERATOR.
           IF WS-RM-FOUND = "Y"
               REWRITE GLRM-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLRTPF" LINE 24
               NOT INVALID KEY
                   DISPLAY "PERIOD RATES UPDATED ON GLRTPF" LINE 24
               END-REWRITE
           ELSE
               WRITE GLRM-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLRTPF" LINE 24
               NOT INVALID KEY
                   DISPLAY "PERIOD RATES ADDED TO GLRTPF" LINE 24
               END-WRITE.
      *
      *  Rate history listing - every currency on GLRATEF with its
      *      current rate, then its dated rates and its period
      *      closing and average rates in date order
      *
       P700-LIST-HISTORY.
           DISPLAY "PRINTING RATE HISTORY ..." LINE 24 POSITION 28.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE WS-CONAME TO WS-HEAD-CONAME.
           MOVE 0 TO WS-COUNT-CURRENCY.
           OPEN OUTPUT GLRTLST.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           MOVE "N" TO WS-RT-EOF.
           MOVE LOW-VALUES TO GLRT-CURRENCY.
           START GLRATEF KEY NOT < GLRT-CURRENCY INVALID KEY
               MOVE "Y" TO WS-RT-EOF.
           PERFORM P705-READ-CURRENCY.
           PERFORM P710-LIST-CURRENCY UNTIL WS-RT-EOF = "Y".
           MOVE WS-COUNT-CURRENCY TO WS-CNT-CURRENCY.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 3.
           CLOSE GLRTLST.
           DISPLAY WS-BLANK-LINE LINE 24.
           DISPLAY "GL042R GENERATED." LINE 24 POSITION 28.
           PERFORM P900-DELAY.
           DISPLAY WS-BLANK-LINE LINE 24.
      *
       P705-READ-CURRENCY.
           IF WS-RT-EOF = "N"
               READ GLRATEF NEXT RECORD
                   AT END MOVE "Y" TO WS-RT-EOF.
      *
       P710-LIST-CURRENCY.
           ADD 1 TO WS-COUNT-CURRENCY.
           MOVE GLRT-CURRENCY TO WS-CL-CURRENCY.
           MOVE GLRT-NAME     TO WS-CL-NAME.
           MOVE GLRT-RATE     TO WS-CL-RATE.
           MOVE GLRT-RATEDATE (1:2) TO WS-CL-YY.
           MOVE GLRT-RATEDATE (3:2) TO WS-CL-MM.
           MOVE GLRT-RATEDATE (5:2) TO WS-CL-DD.
           WRITE REPORT-LINE FROM WS-CURRENCY-LINE AFTER 2.
           WRITE REPORT-LINE FROM WS-DATED-HEADING AFTER 2.
           MOVE "N" TO WS-RH-EOF.
           MOVE GLRT-CURRENCY TO GLRH-CURRENCY.
           MOVE 0 TO GLRH-EFFDATE.
           START GLRTHF KEY NOT < GLRH-KEY INVALID KEY
               MOVE "Y" TO WS-RH-EOF.
           PERFORM P715-READ-DATED.
           IF WS-RH-EOF = "Y"
               MOVE "NO DATED RATES ON FILE" TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE AFTER 1.
           PERFORM P720-LIST-DATED UNTIL WS-RH-EOF = "Y".
           WRITE REPORT-LINE FROM WS-PERIOD-HEADING AFTER 2.
           MOVE "N" TO WS-RM-EOF.
           MOVE GLRT-CURRENCY TO GLRM-CURRENCY.
           MOVE 0 TO GLRM-PERIOD.
           START GLRTPF KEY NOT < GLRM-KEY INVALID KEY
               MOVE "Y" TO WS-RM-EOF.
           PERFORM P725-READ-PERIOD.
           IF WS-RM-EOF = "Y"
               MOVE "NO PERIOD RATES ON FILE" TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NONE-LINE AFTER 1.
           PERFORM P730-LIST-PERIOD UNTIL WS-RM-EOF = "Y".
           PERFORM P705-READ-CURRENCY.
      *
       P715-READ-DATED.
           IF WS-RH-EOF = "N"
               READ GLRTHF NEXT RECORD
                   AT END MOVE "Y" TO WS-RH-EOF.
           IF WS-RH-EOF = "N" AND GLRH-CURRENCY NOT = GLRT-CURRENCY
               MOVE "Y" TO WS-RH-EOF.
      *
       P720-LIST-DATED.
           MOVE GLRH-EFFDATE (1:2)  TO WS-DT-YY.
           MOVE GLRH-EFFDATE (3:2)  TO WS-DT-MM.
           MOVE GLRH-EFFDATE (5:2)  TO WS-DT-DD.
           MOVE GLRH-RATE           TO WS-DT-RATE.
           MOVE GLRH-ENTERDAT (1:2) TO WS-DT-KEY-YY.
           MOVE GLRH-ENTERDAT (3:2) TO WS-DT-KEY-MM.
           MOVE GLRH-ENTERDAT (5:2) TO WS-DT-KEY-DD.
           MOVE GLRH-OPERATOR       TO WS-DT-OPERATOR.
           WRITE REPORT-LINE FROM WS-DATED-LINE AFTER 1.
           PERFORM P715-READ-DATED.
      *
       P725-READ-PERIOD.
           IF WS-RM-EOF = "N"
               READ GLRTPF NEXT RECORD
                   AT END MOVE "Y" TO WS-RM-EOF.
           IF WS-RM-EOF = "N" AND GLRM-CURRENCY NOT = GLRT-CURRENCY
               MOVE "Y" TO WS-RM-EOF.
      *
       P730-LIST-PERIOD.
           MOVE GLRM-PERIOD (1:2)   TO WS-PL-YY.
           MOVE GLRM-PERIOD (3:2)   TO WS-PL-MM.
           MOVE GLRM-CLOSE-RATE     TO WS-PL-CLOSE-RATE.
           MOVE GLRM-AVG-RATE       TO WS-PL-AVG-RATE.
           MOVE GLRM-ENTERDAT (1:2) TO WS-PL-KEY-YY.
           MOVE GLRM-ENTERDAT (3:2) TO WS-PL-KEY-MM.
           MOVE GLRM-ENTERDAT (5:2) TO WS-PL-KEY-DD.
           MOVE GLRM-OPERATOR       TO WS-PL-OPERATOR.
           WRITE REPORT-LINE FROM WS-PERIOD-LINE AFTER 1.
           PERFORM P725-READ-PERIOD.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
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
                   IF GLOA-PROGRAM = "GL042P" OR "*JRNL" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL042P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
