       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL071P-AMORTISATION-REGISTER.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the prepayment and deferred  ***
      ***  income schedule register for one company off the         ***
      ***  schedule file (GLPRSCF), in the same shape as the GL054P ***
      ***  asset register.  The schedules are re-sequenced by       ***
      ***  balance sheet account, and each prints with its total,   ***
      ***  the amount released to date and the unamortised          ***
      ***  balance.  On every balance sheet account's control       ***
      ***  break the register's unamortised total is set against    ***
      ***  the account's own balance on GLMASTF (beginning balance  ***
      ***  plus every period bucket) and any difference is flagged. ***
      ***  A prepayment sits on the ledger as a debit and deferred  ***
      ***  income as a credit, so the deferred income schedules     ***
      ***  count into the tie with the sign turned.                 ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLPRSCF       ***
      ***              (INPUT ONLY), GLMASTF (INPUT ONLY),          ***
      ***              GLPSRWF (WORK FILE), GL071R (PRINT)          ***
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
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLPRSCF   ASSIGN       TO RANDOM 'GLPRSCF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLPS-KEY.
           SELECT GLPSRWF   ASSIGN       TO RANDOM 'GLPSRWF'.
           SELECT GLSRTWK   ASSIGN       TO 'GLSRTWK'.
           SELECT GLPSLST   ASSIGN       TO PRINT 'GL071R'.
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
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Prepayment / deferred income schedule file
           COPY "GLPRSCSL.DEF".
      *
      *  Work file holding the schedules re-sequenced into balance
      *      sheet account order - same layout as GLPS-RECORD so a
      *      straight group MOVE carries a schedule across unchanged
       FD  GLPSRWF
           LABEL RECORDS ARE STANDARD.
      *
       01  GLPW-RECORD.
           05  GLPW-COMPANY           PIC XX.
           05  GLPW-SCHEDNO           PIC 9(6).
           05  GLPW-DESCRIPTION       PIC X(30).
           05  GLPW-TYPE              PIC X.
           05  GLPW-BS-ACCTNO         PIC 9(6).
           05  GLPW-BS-DEPT           PIC 9(3).
           05  GLPW-PL-ACCTNO         PIC 9(6).
           05  GLPW-PL-DEPT           PIC 9(3).
           05  GLPW-TOTAL             PIC S9(9)V99    COMP-3.
           05  GLPW-START-YYMM        PIC 9(4).
           05  GLPW-MONTHS            PIC 9(3).
           05  GLPW-AMORTISED         PIC S9(9)V99    COMP-3.
           05  GLPW-LAST-YYMM         PIC 9(4).
           05  GLPW-STATUS            PIC X.
      *
      *  Sort work file - carries the schedules into account order
       SD  GLSRTWK.
      *
       01  GLSW-RECORD.
           05  GLSW-COMPANY           PIC XX.
           05  GLSW-SCHEDNO           PIC 9(6).
           05  GLSW-DESCRIPTION       PIC X(30).
           05  GLSW-TYPE              PIC X.
           05  GLSW-BS-ACCTNO         PIC 9(6).
           05  GLSW-BS-DEPT           PIC 9(3).
           05  GLSW-PL-ACCTNO         PIC 9(6).
           05  GLSW-PL-DEPT           PIC 9(3).
           05  GLSW-TOTAL             PIC S9(9)V99    COMP-3.
           05  GLSW-START-YYMM        PIC 9(4).
           05  GLSW-MONTHS            PIC 9(3).
           05  GLSW-AMORTISED         PIC S9(9)V99    COMP-3.
           05  GLSW-LAST-YYMM         PIC 9(4).
           05  GLSW-STATUS            PIC X.
      *
       FD  GLPSLST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).
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
       01  WS-EOF                 PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-FIRST-SCHED         PIC X.
       01  WS-SUB                 PIC 99.
       01  WS-CUR-ACCTNO          PIC 9(6).
       01  WS-CUR-DEPT            PIC 9(3).
       01  WS-UNAMORT             PIC S9(9)V99.
       01  WS-ACCT-UNAMORT        PIC S9(11)V99.
       01  WS-ACCT-BAL            PIC S9(11)V99.
       01  WS-TOT-TOTAL           PIC S9(11)V99.
       01  WS-TOT-AMORT           PIC S9(11)V99.
       01  WS-TOT-UNAMORT         PIC S9(11)V99.
       01  WS-COUNT-LISTED        PIC 9(5)  VALUE 0.
       01  WS-KEY                 PIC X.
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-REPORT-DATE.
           05  WS-DAY             PIC 99/.
           05  WS-MONTH           PIC 99/.
           05  WS-YEAR            PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL071R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "PREPAYMENT / DEFERRED INCOME REGISTER".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(7)  VALUE "SCHED".
           05  FILLER             PIC X(16) VALUE "DESCRIPTION".
           05  FILLER             PIC X(2)  VALUE "T".
           05  FILLER             PIC X(5)  VALUE "START".
           05  FILLER             PIC X(4)  VALUE "MTHS".
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "TOTAL".
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "RELEASED".
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "UNAMORTISED".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "LAST".
      *
       01  WS-ACCT-LINE.
           05  FILLER             PIC X(18) VALUE
               "B/S ACCOUNT   :   ".
           05  WS-AL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-AL-DEPT         PIC 9(3).
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-SCHEDNO      PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-DESC         PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-TYPE         PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-START        PIC 9(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-MONTHS       PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-TOTAL        PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-AMORT        PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-UNAMORT      PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-LAST         PIC 9(4).
           05  WS-DL-FLAG         PIC X(1).
      *
       01  WS-TOTAL-LINE.
           05  WS-TL-CAPTION      PIC X(30).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-TL-TOTAL        PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TL-AMORT        PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TL-UNAMORT      PIC -(8)9.99.
      *
       01  WS-TIE-LINE.
           05  WS-TI-CAPTION      PIC X(30).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-TI-AMOUNT       PIC -(8)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TI-NOTE         PIC X(22).
      *
       01  WS-UNDERLINE.
           05  FILLER             PIC X(34) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE ALL "-".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE ALL "-".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE ALL "-".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           OPEN INPUT GLCOMPF.
           PERFORM P010-ACPT-REQUEST.
           CLOSE GLCOMPF.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           SORT GLSRTWK
               ON ASCENDING KEY GLSW-COMPANY GLSW-BS-ACCTNO
                                GLSW-BS-DEPT GLSW-SCHEDNO
               USING GLPRSCF
               GIVING GLPSRWF.
           OPEN INPUT  GLPSRWF.
           OPEN INPUT  GLMASTF.
           OPEN OUTPUT GLPSLST.
           PERFORM P100-PRINT-HEADING.
           MOVE 0 TO WS-TOT-TOTAL WS-TOT-AMORT WS-TOT-UNAMORT
                     WS-COUNT-LISTED.
           MOVE "Y" TO WS-FIRST-SCHED.
           MOVE "N" TO WS-EOF.
           PERFORM P200-READ-WORK.
           PERFORM P300-PROCESS-SCHEDULE UNTIL WS-EOF = "Y".
           IF WS-FIRST-SCHED = "N"
               PERFORM P600-CLOSE-ACCOUNT.
           PERFORM P900-PRINT-REGISTER-TOTALS.
           CLOSE GLPSRWF.
           CLOSE GLMASTF.
           CLOSE GLPSLST.
           CLOSE GLSYSPF.
           DISPLAY "GL071R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-ACPT-REQUEST.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           DISPLAY "GL071S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "AMORTISATION SCHEDULE REGISTER" LINE 3
               POSITION 25.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P020-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
      *
       P020-ACPT-COMPANY.
           DISPLAY "COMPANY CODE : " LINE 10 POSITION 21.
           ACCEPT  WS-COMPANY LINE 10 POSITION 37 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               MOVE GLCO-NAME TO WS-COMPANY-NAME
               DISPLAY GLCO-NAME LINE 10 POSITION 42.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
      *
       P200-READ-WORK.
           READ GLPSRWF RECORD AT END MOVE "Y" TO WS-EOF.
      *
      *  Control break on the balance sheet account - only the
      *      selected company's schedules print
      *
       P300-PROCESS-SCHEDULE.
           IF GLPW-COMPANY NOT = WS-COMPANY
               NEXT SENTENCE
           ELSE
               IF WS-FIRST-SCHED = "Y"
                   MOVE "N" TO WS-FIRST-SCHED
                   PERFORM P400-OPEN-ACCOUNT
                   PERFORM P500-PRINT-SCHEDULE
               ELSE
                   IF GLPW-BS-ACCTNO NOT = WS-CUR-ACCTNO OR
                      GLPW-BS-DEPT NOT = WS-CUR-DEPT
                       PERFORM P600-CLOSE-ACCOUNT
                       PERFORM P400-OPEN-ACCOUNT
                       PERFORM P500-PRINT-SCHEDULE
                   ELSE
                       PERFORM P500-PRINT-SCHEDULE.
           PERFORM P200-READ-WORK.
      *
       P400-OPEN-ACCOUNT.
           MOVE GLPW-BS-ACCTNO TO WS-CUR-ACCTNO WS-AL-ACCTNO.
           MOVE GLPW-BS-DEPT   TO WS-CUR-DEPT WS-AL-DEPT.
           MOVE 0 TO WS-ACCT-UNAMORT.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           WRITE REPORT-LINE FROM WS-ACCT-LINE AFTER 1.
      *
      *  One schedule - the account's tie total carries deferred
      *      income as a credit, the way it sits on the ledger
      *
       P500-PRINT-SCHEDULE.
           ADD 1 TO WS-COUNT-LISTED.
           COMPUTE WS-UNAMORT = GLPW-TOTAL - GLPW-AMORTISED.
           MOVE GLPW-SCHEDNO     TO WS-DL-SCHEDNO.
           MOVE GLPW-DESCRIPTION TO WS-DL-DESC.
           MOVE GLPW-TYPE        TO WS-DL-TYPE.
           MOVE GLPW-START-YYMM  TO WS-DL-START.
           MOVE GLPW-MONTHS      TO WS-DL-MONTHS.
           MOVE GLPW-TOTAL       TO WS-DL-TOTAL.
           MOVE GLPW-AMORTISED   TO WS-DL-AMORT.
           MOVE WS-UNAMORT       TO WS-DL-UNAMORT.
           MOVE GLPW-LAST-YYMM   TO WS-DL-LAST.
           IF GLPW-STATUS = "C"
               MOVE "C" TO WS-DL-FLAG
           ELSE
               MOVE SPACE TO WS-DL-FLAG.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
           IF GLPW-TYPE = "D"
               SUBTRACT WS-UNAMORT FROM WS-ACCT-UNAMORT
           ELSE
               ADD WS-UNAMORT TO WS-ACCT-UNAMORT.
           ADD GLPW-TOTAL     TO WS-TOT-TOTAL.
           ADD GLPW-AMORTISED TO WS-TOT-AMORT.
           ADD WS-UNAMORT     TO WS-TOT-UNAMORT.
      *
      *  The tie to the ledger - the balance sheet account's
      *      balance on GLMASTF against the register's unamortised
      *      total for that account
      *
       P600-CLOSE-ACCOUNT.
           MOVE SPACES TO WS-TI-CAPTION.
           STRING "REGISTER UNAMORT A/C " WS-CUR-ACCTNO
               DELIMITED BY SIZE INTO WS-TI-CAPTION.
           MOVE WS-ACCT-UNAMORT TO WS-TI-AMOUNT.
           MOVE SPACES TO WS-TI-NOTE.
           WRITE REPORT-LINE FROM WS-TIE-LINE AFTER 1.
           MOVE WS-COMPANY    TO GLMA-COMPANY.
           MOVE WS-CUR-ACCTNO TO GLMA-ACCTNO.
           MOVE WS-CUR-DEPT   TO GLMA-DEPT.
           MOVE SPACE         TO GLMA-CURHIS.
           MOVE "Y" TO WS-MAS-VALID.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-MAS-VALID.
           IF WS-MAS-VALID = "N"
               MOVE "PER GLMASTF" TO WS-TI-CAPTION
               MOVE 0 TO WS-TI-AMOUNT
               MOVE "* A/C NOT ON GLMASTF" TO WS-TI-NOTE
               WRITE REPORT-LINE FROM WS-TIE-LINE AFTER 1
           ELSE
               MOVE GLMA-BEGINBAL TO WS-ACCT-BAL
               PERFORM P610-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 13
               MOVE "PER GLMASTF" TO WS-TI-CAPTION
               MOVE WS-ACCT-BAL TO WS-TI-AMOUNT
               IF WS-ACCT-BAL = WS-ACCT-UNAMORT
                   MOVE "AGREED" TO WS-TI-NOTE
               ELSE
                   MOVE "*** DIFFERENCE ***" TO WS-TI-NOTE
               END-IF
               WRITE REPORT-LINE FROM WS-TIE-LINE AFTER 1.
      *
       P610-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-ACCT-BAL.
      *
       P900-PRINT-REGISTER-TOTALS.
           WRITE REPORT-LINE FROM WS-UNDERLINE AFTER 1.
           MOVE "TOTAL REGISTER" TO WS-TL-CAPTION.
           MOVE WS-TOT-TOTAL   TO WS-TL-TOTAL.
           MOVE WS-TOT-AMORT   TO WS-TL-AMORT.
           MOVE WS-TOT-UNAMORT TO WS-TL-UNAMORT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           WRITE REPORT-LINE FROM WS-UNDERLINE AFTER 1.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
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
                   IF GLOA-PROGRAM = "GL071P" OR "*INQ" OR "*ALL"
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
               MOVE "GL071P" TO GLOA-PROGRAM
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
           MOVE "GL071P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
