       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL087P-SUB-PERIOD-CLOSE.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program keeps the sub-period close calendar ***
      ***  (GLCCALF) - whether each source code may still take      ***
      ***  lines for a company and posting period.  Sub-ledgers     ***
      ***  close on different days (AP before payroll before the    ***
      ***  GL itself) and companies close on different days too,    ***
      ***  all ahead of GL012P advancing GLSP-POSDATE for everyone. ***
      ***  Once a source is closed here for a company and period,   ***
      ***  GL014P refuses a batch from it, and GL015P and GL016P    ***
      ***  refuse a voucher or reversal dated into it.  A closed    ***
      ***  sub-period may be reopened here when a late correction   ***
      ***  has to go in.  Every close and reopen is journalled to   ***
      ***  the security activity file (GLSECLF).  The status        ***
      ***  listing (GL087R) prints the company's calendar for a     ***
      ***  period, and GL058P shows the closed sources under its    ***
      ***  month-end checklist.                                     ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLCCALF       ***
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
           SELECT GLCCALF   ASSIGN       TO RANDOM 'GLCCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCC-KEY.
           SELECT GLCCLST   ASSIGN       TO PRINT 'GL087R'.
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
      *  Sub-period close calendar
           COPY "GLCCALSL.DEF".
      *
       FD  GLCCLST
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
           88  WS-OPT-CLOSE       VALUE "1".
           88  WS-OPT-REOPEN      VALUE "2".
           88  WS-OPT-LIST        VALUE "3".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-CO-VALID            PIC X.
       01  WS-CC-FOUND            PIC X.
       01  WS-PERIOD-VALID        PIC X.
       01  WS-SOURCE-VALID        PIC X.
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-EOF                 PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-SOURCE              PIC XX.
       01  WS-TODAY               PIC 9(6).
       01  WS-PERIOD.
           05  WS-PD-YY           PIC 99.
           05  WS-PD-MM           PIC 99.
       01  WS-PERIOD-N REDEFINES WS-PERIOD
                                  PIC 9(4).
       01  WS-TARGET.
           05  WS-TG-PERIOD       PIC 9(4).
           05  FILLER             PIC X     VALUE "-".
           05  WS-TG-SOURCE       PIC XX.
           05  FILLER             PIC X     VALUE SPACE.
       01  WS-COUNT-OPEN          PIC 9(4).
       01  WS-COUNT-CLOSED        PIC 9(4).
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
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL087R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-HEAD-CONAME     PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(24) VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
               "SUB-PERIOD CLOSE STATUS LISTING".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(10) VALUE "COMPANY : ".
           05  WS-HEAD-COMPANY    PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-HEAD-CONAME-2   PIC X(40).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(9)  VALUE "PERIOD : ".
           05  WS-HEAD-YY         PIC 99.
           05  WS-HEAD-MM         PIC 99.
      *
       01  WS-HEADING-4.
           05  FILLER             PIC X(10) VALUE "SOURCE".
           05  FILLER             PIC X(10) VALUE "STATUS".
           05  FILLER             PIC X(12) VALUE "CHANGED".
           05  FILLER             PIC X(8)  VALUE "BY".
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-SOURCE       PIC XX.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-DL-STATUS       PIC X(6).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-DD           PIC 99/.
           05  WS-DL-MM           PIC 99/.
           05  WS-DL-YY           PIC 99.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-DL-OPERATOR     PIC X(8).
      *
       01  WS-NONE-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(48) VALUE
               "NO SOURCE CLOSED - EVERY SUB-PERIOD IS OPEN".
      *
       01  WS-COUNT-LINE.
           05  FILLER             PIC X(20) VALUE
               "SOURCES CLOSED    :".
           05  WS-CNT-CLOSED      PIC Z,ZZ9.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
               "SOURCES REOPENED  :".
           05  WS-CNT-OPEN        PIC Z,ZZ9.
      *
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-777 : INVALID DATE OR PERIOD".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-779 : SOURCE CODE MUST BE ENTERED".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-781 : SUB-PERIOD ALREADY CLOSED".
       01  WS-ERR-MESS-5          PIC X(51)  VALUE
           "ERR-782 : SUB-PERIOD IS NOT CLOSED".
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
           OPEN I-O GLCCALF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLCCALF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-SCREEN-DATE.
           DISPLAY "GL087S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "SUB-PERIOD CLOSE CALENDAR" LINE 3
               POSITION 28.
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
           DISPLAY "1 - CLOSE A SUB-PERIOD"  LINE  9 POSITION 21.
           DISPLAY "2 - REOPEN A SUB-PERIOD" LINE 10 POSITION 21.
           DISPLAY "3 - PRINT STATUS LISTING" LINE 11 POSITION 21.
           DISPLAY "9 - QUIT"                LINE 12 POSITION 21.
           DISPLAY "OPTION : "               LINE 14 POSITION 21.
           ACCEPT  WS-OPTION LINE 14 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-CLOSE
                   PERFORM P200-CLOSE-SUBPERIOD
               WHEN WS-OPT-REOPEN
                   PERFORM P300-REOPEN-SUBPERIOD
               WHEN WS-OPT-LIST
                   PERFORM P400-LIST-STATUS
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Close a source for the company and period - the record is
      *      added the first time, or rewritten when the source was
      *      closed before and reopened since
      *
       P200-CLOSE-SUBPERIOD.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           PERFORM P210-ACPT-PERIOD.
           PERFORM P220-ACPT-SOURCE.
           PERFORM P230-READ-CALENDAR.
           IF WS-CC-FOUND = "Y" AND GLCC-CLOSED
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
           ELSE
               DISPLAY "CLOSE THIS SUB-PERIOD ? (Y,N) " LINE 20
                   POSITION 21
               ACCEPT WS-EDITING-DONE LINE 20 POSITION 52
                   NO BELL OFF
               IF WS-EDITING-DONE = "Y"
                   MOVE "C" TO GLCC-STATUS
                   PERFORM P240-WRITE-CALENDAR
                   MOVE "SUBP CLOSE" TO WS-SEC-ACTION
                   PERFORM P250-JOURNAL-CHANGE
               ELSE
                   DISPLAY "CLOSE CANCELLED" LINE 24.
           PERFORM P900-DELAY.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
      *  Reopen a closed source so a late correction can go in -
      *      the record stays on file, marked open, so the listing
      *      shows who reopened it and when
      *
       P300-REOPEN-SUBPERIOD.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           PERFORM P210-ACPT-PERIOD.
           PERFORM P220-ACPT-SOURCE.
           PERFORM P230-READ-CALENDAR.
           IF WS-CC-FOUND = "N" OR NOT GLCC-CLOSED
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
           ELSE
               DISPLAY "REOPEN THIS SUB-PERIOD ? (Y,N) " LINE 20
                   POSITION 21
               ACCEPT WS-EDITING-DONE LINE 20 POSITION 53
                   NO BELL OFF
               IF WS-EDITING-DONE = "Y"
                   MOVE "O" TO GLCC-STATUS
                   PERFORM P240-WRITE-CALENDAR
                   MOVE "SUBP OPEN" TO WS-SEC-ACTION
                   PERFORM P250-JOURNAL-CHANGE
               ELSE
                   DISPLAY "REOPEN CANCELLED" LINE 24.
           PERFORM P900-DELAY.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
      *
      *  Common accept / read / write routines.  The period is the
      *      fiscal posting period (GLFC-POSTPERIOD) of the voucher
      *      date, or its calendar YYMM when the company has no
      *      fiscal calendar, and offers the current posting period
      *
       P210-ACPT-PERIOD.
           MOVE GLSP-PYEAR  TO WS-PD-YY.
           MOVE GLSP-PMONTH TO WS-PD-MM.
           MOVE "N" TO WS-PERIOD-VALID.
           PERFORM P211-ACPT-ONE-PERIOD UNTIL WS-PERIOD-VALID = "Y".
      *
       P211-ACPT-ONE-PERIOD.
           DISPLAY "POSTING PERIOD (YYMM) : " LINE  9 POSITION 17.
           ACCEPT  WS-PERIOD-N LINE  9 POSITION 42 NO BELL UPDATE.
           MOVE "Y" TO WS-PERIOD-VALID.
           IF WS-PD-MM NOT > 0 OR WS-PD-MM > 12
               MOVE "N" TO WS-PERIOD-VALID
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P220-ACPT-SOURCE.
           MOVE "N" TO WS-SOURCE-VALID.
           PERFORM P221-ACPT-ONE-SOURCE UNTIL WS-SOURCE-VALID = "Y".
      *
       P221-ACPT-ONE-SOURCE.
           DISPLAY "SOURCE CODE       : " LINE 10 POSITION 21.
           ACCEPT  WS-SOURCE LINE 10 POSITION 42 NO BELL OFF.
           MOVE "Y" TO WS-SOURCE-VALID.
           IF WS-SOURCE = SPACES
               MOVE "N" TO WS-SOURCE-VALID
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P230-READ-CALENDAR.
           MOVE WS-COMPANY  TO GLCC-COMPANY.
           MOVE WS-PERIOD-N TO GLCC-PERIOD.
           MOVE WS-SOURCE   TO GLCC-SOURCE.
           MOVE "Y" TO WS-CC-FOUND.
           READ GLCCALF RECORD INVALID KEY
               MOVE "N" TO WS-CC-FOUND.
           DISPLAY "STATUS ON FILE    : " LINE 12 POSITION 21.
           IF WS-CC-FOUND = "N"
               DISPLAY "OPEN"              LINE 12 POSITION 42
           ELSE
               IF GLCC-CLOSED
                   DISPLAY "CLOSED"        LINE 12 POSITION 42
                   DISPLAY GLCC-CHGDATE    LINE 12 POSITION 50
                   DISPLAY GLCC-OPERATOR   LINE 12 POSITION 58
               ELSE
                   DISPLAY "REOPENED"      LINE 12 POSITION 42
                   DISPLAY GLCC-CHGDATE    LINE 12 POSITION 51
                   DISPLAY GLCC-OPERATOR   LINE 12 POSITION 59.
      *
       P240-WRITE-CALENDAR.
           ACCEPT WS-TODAY FROM DATE.
           MOVE WS-COMPANY     TO GLCC-COMPANY.
           MOVE WS-PERIOD-N    TO GLCC-PERIOD.
           MOVE WS-SOURCE      TO GLCC-SOURCE.
           MOVE WS-TODAY       TO GLCC-CHGDATE.
           MOVE WS-OPERATOR-ID TO GLCC-OPERATOR.
           IF WS-CC-FOUND = "Y"
               REWRITE GLCC-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLCCALF" LINE 24
               NOT INVALID KEY
                   DISPLAY "CLOSE CALENDAR UPDATED ON GLCCALF" LINE 24
               END-REWRITE
           ELSE
               WRITE GLCC-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLCCALF" LINE 24
               NOT INVALID KEY
                   DISPLAY "CLOSE CALENDAR ADDED TO GLCCALF" LINE 24
               END-WRITE.
      *
      *  Every close and reopen goes to the security journal with
      *      the company, and the period and source as the target
      *
       P250-JOURNAL-CHANGE.
           MOVE WS-PERIOD-N TO WS-TG-PERIOD.
           MOVE WS-SOURCE   TO WS-TG-SOURCE.
           MOVE WS-TARGET   TO WS-SEC-TARGET.
           MOVE WS-COMPANY  TO WS-SEC-COMPANY.
           PERFORM P995-WRITE-SECURITY.
           MOVE SPACES TO WS-SEC-TARGET WS-SEC-COMPANY.
      *
      *  Status listing - every source on the calendar for the
      *      company and the period asked, closed or reopened.  A
      *      source with no record has never been closed and is
      *      open
      *
       P400-LIST-STATUS.
           DISPLAY SPACE LINE 9 POSITION 1 ERASE EOS.
           PERFORM P210-ACPT-PERIOD.
           DISPLAY "PRINTING STATUS LISTING ..." LINE 24 POSITION 28.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE WS-CONAME TO WS-HEAD-CONAME.
           MOVE WS-COMPANY TO WS-HEAD-COMPANY.
           MOVE GLCO-NAME TO WS-HEAD-CONAME-2.
           MOVE WS-PD-YY TO WS-HEAD-YY.
           MOVE WS-PD-MM TO WS-HEAD-MM.
           MOVE 0 TO WS-COUNT-OPEN WS-COUNT-CLOSED.
           OPEN OUTPUT GLCCLST.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 2.
           WRITE REPORT-LINE FROM WS-HEADING-4 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           MOVE "N" TO WS-EOF.
           MOVE WS-COMPANY  TO GLCC-COMPANY.
           MOVE WS-PERIOD-N TO GLCC-PERIOD.
           MOVE LOW-VALUES  TO GLCC-SOURCE.
           START GLCCALF KEY NOT < GLCC-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P410-READ-CALENDAR.
           IF WS-EOF = "Y"
               WRITE REPORT-LINE FROM WS-NONE-LINE AFTER 1.
           PERFORM P420-LIST-SOURCE UNTIL WS-EOF = "Y".
           MOVE WS-COUNT-CLOSED TO WS-CNT-CLOSED.
           MOVE WS-COUNT-OPEN TO WS-CNT-OPEN.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 3.
           CLOSE GLCCLST.
           DISPLAY WS-BLANK-LINE LINE 24.
           DISPLAY "GL087R GENERATED." LINE 24 POSITION 28.
           PERFORM P900-DELAY.
           DISPLAY WS-BLANK-LINE LINE 24.
      *
       P410-READ-CALENDAR.
           IF WS-EOF = "N"
               READ GLCCALF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "N" AND
              (GLCC-COMPANY NOT = WS-COMPANY OR
               GLCC-PERIOD NOT = WS-PERIOD-N)
               MOVE "Y" TO WS-EOF.
      *
       P420-LIST-SOURCE.
           MOVE GLCC-SOURCE TO WS-DL-SOURCE.
           IF GLCC-CLOSED
               MOVE "CLOSED" TO WS-DL-STATUS
               ADD 1 TO WS-COUNT-CLOSED
           ELSE
               MOVE "OPEN" TO WS-DL-STATUS
               ADD 1 TO WS-COUNT-OPEN.
           MOVE GLCC-CHGDATE (1:2) TO WS-DL-YY.
           MOVE GLCC-CHGDATE (3:2) TO WS-DL-MM.
           MOVE GLCC-CHGDATE (5:2) TO WS-DL-DD.
           MOVE GLCC-OPERATOR TO WS-DL-OPERATOR.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
           PERFORM P410-READ-CALENDAR.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
           DISPLAY WS-BLANK-LINE LINE 23.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 4.
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
              GLOP-AUTHORITY NOT < 4
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
                   IF GLOA-PROGRAM = "GL087P" OR "*CLOSE" OR "*ALL"
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
               MOVE "GL087P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*CLOSE" TO GLOA-PROGRAM
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
           MOVE "GL087P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
