       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL086P-DORMANT-ACCOUNT-REVIEW.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the dormant account review   ***
      ***  (GL086R) for the company selected - every current        ***
      ***  account on GLMASTF with no posting for the number of     ***
      ***  months the operator chooses, with its balance today and  ***
      ***  its last activity date.  The last activity date is the   ***
      ***  latest voucher date GL018P has rolled into the account   ***
      ***  (GLMA-LAST-POSTDT), or the date the account was set up   ***
      ***  or last carried forward (GLMA-CREATEDAT) when nothing    ***
      ***  has been posted to it since.  Accounts already retired   ***
      ***  as inactive are passed over.                             ***
      ***                                                           ***
      ***          An operator of authority level 5 may then go     ***
      ***  through the dormant accounts with a zero balance one by  ***
      ***  one and mark the ones chosen inactive (GLMA-STATUS =     ***
      ***  'I'), after which GL015P, GL013P, GL014P, GL057P and     ***
      ***  GL034P refuse lines against them.  An account with an    ***
      ***  unposted line still on GLJRNLF is refused, the same as   ***
      ***  in GL011P.  Each account marked is written to GLMAUDF    ***
      ***  (action INACTV) with its before and after images, and    ***
      ***  listed at the end of GL086R.  GL011P brings an account   ***
      ***  back into use.                                           ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLMASTF,      ***
      ***              GLJRNLF (INPUT ONLY), GLMAUDF (EXTEND),      ***
      ***              GL086R (PRINT)                               ***
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
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLMAUDF   ASSIGN       TO OUTPUT 'GLMAUDF'.
           SELECT GLDMLST   ASSIGN       TO PRINT 'GL086R'.
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
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Chart of accounts maintenance audit file
           COPY "GLMAUDSL.DEF".
      *
       FD  GLDMLST
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-OPERATOR-ID         PIC X(8).
       01  WS-OPER-PASSWD         PIC X(8).
       01  WS-OPER-VALID          PIC X.
       01  WS-OPER-AUTHORITY      PIC 9.
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
       01  WS-KEY                 PIC X.
       01  WS-OPTION              PIC X.
       01  WS-REPLY               PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-MAS-EOF             PIC X.
       01  WS-JRN-EOF             PIC X.
       01  WS-OPEN-LINES          PIC X.
       01  WS-DORMANT             PIC X.
       01  WS-SUB                 PIC 99.
       01  WS-MONTHS              PIC 99.
       01  WS-MONTH-COUNT         PIC S9(5).
       01  WS-ACCT-BALANCE        PIC S9(9)V99.
       01  WS-LAST-DATE           PIC 9(6).
       01  WS-COUNT-EXAMINED      PIC 9(5)  VALUE 0.
       01  WS-COUNT-DORMANT       PIC 9(5)  VALUE 0.
       01  WS-COUNT-NONZERO       PIC 9(5)  VALUE 0.
       01  WS-COUNT-MARKED        PIC 9(5)  VALUE 0.
       01  WS-EDIT-COUNT          PIC ZZZZ9.
       01  WS-EDIT-BAL            PIC -(8)9.99.
       01  WS-BEFORE-IMAGE        PIC X(240).
      *
      *  Cut-off date - an account whose last activity falls before
      *      it has had no posting for the months chosen
      *
       01  WS-CUTOFF-DATE.
           05  WS-CUT-YY          PIC 99.
           05  WS-CUT-MM          PIC 99.
           05  WS-CUT-DD          PIC 99.
       01  WS-CUTOFF-YMD REDEFINES WS-CUTOFF-DATE
                                  PIC 9(6).
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-TODAY               PIC 9(6).
       01  WS-REPORT-DATE.
           05  WS-DAY             PIC 99/.
           05  WS-MONTH           PIC 99/.
           05  WS-YEAR            PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL086R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(26) VALUE SPACES.
           05  FILLER             PIC X(23) VALUE
               "DORMANT ACCOUNT REVIEW".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(10) VALUE "COMPANY :".
           05  WS-H3-COMPANY      PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-H3-CONAME       PIC X(40).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "NO POSTING ".
           05  WS-H3-MONTHS       PIC Z9.
           05  FILLER             PIC X(7)  VALUE " MONTHS".
      *
       01  WS-HEADING-4.
           05  FILLER             PIC X(12) VALUE "A/C NO/DEPT".
           05  FILLER             PIC X(31) VALUE "DESCRIPTION".
           05  FILLER             PIC X(3)  VALUE "ST".
           05  FILLER             PIC X(10) VALUE "LAST ACT".
           05  FILLER             PIC X(13) VALUE "     BALANCE".
           05  FILLER             PIC X(10) VALUE "NOTE".
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-DL-DEPT         PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-DESC         PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-STATUS       PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-LAST-DATE.
               10  WS-DL-DD       PIC 99.
               10  FILLER         PIC X     VALUE "/".
               10  WS-DL-MM       PIC 99.
               10  FILLER         PIC X     VALUE "/".
               10  WS-DL-YY       PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-BALANCE      PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(10).
      *
       01  WS-MARK-HEADING.
           05  FILLER             PIC X(34) VALUE
               "ACCOUNTS MARKED INACTIVE BY      ".
           05  WS-MH-OPERATOR     PIC X(8).
      *
       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION      PIC X(40).
           05  WS-CL-COUNT        PIC Z(4)9.
      *
       01  WS-ERR-MESS-1          PIC X(55)  VALUE
           "ERR-774 : UNPOSTED LINES ON GLJRNLF - CANNOT INACTIVATE".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           PERFORM P010-SHOW-SCREEN.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           OPEN INPUT GLCOMPF.
           PERFORM P020-GET-COMPANY.
           PERFORM P030-ACPT-MONTHS.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           OPEN INPUT GLMASTF.
           OPEN OUTPUT GLDMLST.
           PERFORM P100-PRINT-HEADING.
           PERFORM P200-START-MAST.
           PERFORM P300-TEST-ACCOUNT UNTIL WS-MAS-EOF = "Y".
           CLOSE GLMASTF.
           PERFORM P800-PRINT-SUMMARY.
           DISPLAY WS-BLANK-LINE LINE 24.
           MOVE WS-COUNT-DORMANT TO WS-EDIT-COUNT.
           DISPLAY "DORMANT ACCOUNTS LISTED : " LINE 12 POSITION 21.
           DISPLAY WS-EDIT-COUNT LINE 12 POSITION 47.
           IF WS-OPER-AUTHORITY NOT < 5 AND
              WS-COUNT-DORMANT > WS-COUNT-NONZERO
               PERFORM P400-MARK-INACTIVE.
           CLOSE GLDMLST.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           DISPLAY "GL086R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO WS-TODAY.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL086S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "DORMANT ACCOUNT REVIEW" LINE 3 POSITION 29.
      *
       P020-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P021-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
           DISPLAY GLCO-NAME LINE 9 POSITION 40.
      *
       P021-ACPT-COMPANY.
           DISPLAY "COMPANY CODE : " LINE 9 POSITION 21.
           ACCEPT  WS-COMPANY LINE 9 POSITION 37 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
      *  Months without a posting - the cut-off is today less that
      *      many months, borrowing from the year as needed
      *
       P030-ACPT-MONTHS.
           MOVE 0 TO WS-MONTHS.
           PERFORM P031-ACPT-MONTH-COUNT UNTIL WS-MONTHS > 0.
           COMPUTE WS-MONTH-COUNT =
               WS-YEAR OF WS-SYSTEM-DATE * 12 +
               WS-MONTH OF WS-SYSTEM-DATE - 1 - WS-MONTHS.
           IF WS-MONTH-COUNT < 0
               ADD 1200 TO WS-MONTH-COUNT.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CUT-YY
               REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           MOVE WS-DAY OF WS-SYSTEM-DATE TO WS-CUT-DD.
      *
       P031-ACPT-MONTH-COUNT.
           DISPLAY "MONTHS WITH NO POSTING (1-99) : " LINE 10
               POSITION 21.
           ACCEPT WS-MONTHS LINE 10 POSITION 54 NO BELL OFF.
      *
       P100-PRINT-HEADING.
           MOVE WS-COMPANY TO WS-H3-COMPANY.
           MOVE GLCO-NAME  TO WS-H3-CONAME.
           MOVE WS-MONTHS  TO WS-H3-MONTHS.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-4 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
      *
      *  The company's current records, in account order
      *
       P200-START-MAST.
           MOVE "N" TO WS-MAS-EOF.
           MOVE LOW-VALUES TO GLMA-KEY.
           MOVE WS-COMPANY TO GLMA-COMPANY.
           START GLMASTF KEY NOT < GLMA-KEY INVALID KEY
               MOVE "Y" TO WS-MAS-EOF.
           PERFORM P205-READ-MAST.
      *
       P205-READ-MAST.
           IF WS-MAS-EOF = "N"
               READ GLMASTF NEXT RECORD
                   AT END MOVE "Y" TO WS-MAS-EOF.
           IF WS-MAS-EOF = "N" AND GLMA-COMPANY NOT = WS-COMPANY
               MOVE "Y" TO WS-MAS-EOF.
      *
       P300-TEST-ACCOUNT.
           IF GLMA-CURHIS = SPACE AND NOT GLMA-INACTIVE
               ADD 1 TO WS-COUNT-EXAMINED
               PERFORM P310-CHECK-DORMANT
               IF WS-DORMANT = "Y"
                   ADD 1 TO WS-COUNT-DORMANT
                   PERFORM P320-PRINT-ACCOUNT.
           PERFORM P205-READ-MAST.
      *
      *  Dormant - last activity before the cut-off.  The balance is
      *      the beginning balance plus every period bucket, 13
      *      included, as GL011P works it out.
      *
       P310-CHECK-DORMANT.
           MOVE "N" TO WS-DORMANT.
           IF GLMA-LAST-POSTDT NOT = 0
               MOVE GLMA-LAST-POSTDT TO WS-LAST-DATE
           ELSE
               MOVE GLMA-CREATEDAT TO WS-LAST-DATE.
           IF WS-LAST-DATE < WS-CUTOFF-YMD
               MOVE "Y" TO WS-DORMANT
               MOVE GLMA-BEGINBAL TO WS-ACCT-BALANCE
               PERFORM P311-ADD-PERIOD-AMT VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 13.
      *
       P311-ADD-PERIOD-AMT.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-ACCT-BALANCE.
      *
       P320-PRINT-ACCOUNT.
           MOVE GLMA-ACCTNO      TO WS-DL-ACCTNO.
           MOVE GLMA-DEPT        TO WS-DL-DEPT.
           MOVE GLMA-DESCRIPTION TO WS-DL-DESC.
           MOVE GLMA-STATUS      TO WS-DL-STATUS.
           MOVE WS-LAST-DATE (1:2) TO WS-DL-YY.
           MOVE WS-LAST-DATE (3:2) TO WS-DL-MM.
           MOVE WS-LAST-DATE (5:2) TO WS-DL-DD.
           MOVE WS-ACCT-BALANCE  TO WS-DL-BALANCE.
           MOVE SPACES TO WS-DL-NOTE.
           IF WS-ACCT-BALANCE NOT = 0 OR GLMA-FOREIGN-BAL NOT = 0
               ADD 1 TO WS-COUNT-NONZERO
               MOVE "NOT ZERO" TO WS-DL-NOTE.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
      *
      *  Marking pass - level 5 only.  The dormant accounts with a
      *      zero balance are offered again one at a time; Y marks
      *      the account inactive, N passes it by and E ends the
      *      pass.  The open journal is searched for the account
      *      before it is marked.
      *
       P400-MARK-INACTIVE.
           DISPLAY "MARK DORMANT ACCOUNTS INACTIVE ? (Y/N)"
               LINE 14 POSITION 21.
           ACCEPT WS-OPTION LINE 14 POSITION 60 NO BELL OFF.
           IF WS-OPTION = "Y"
               MOVE WS-OPERATOR-ID TO WS-MH-OPERATOR
               WRITE REPORT-LINE FROM WS-MARK-HEADING AFTER 3
               WRITE REPORT-LINE FROM SPACES AFTER 1
               OPEN I-O GLMASTF
               OPEN INPUT GLJRNLF
               OPEN EXTEND GLMAUDF
               MOVE SPACE TO WS-REPLY
               PERFORM P200-START-MAST
               PERFORM P410-OFFER-ACCOUNT
                   UNTIL WS-MAS-EOF = "Y" OR WS-REPLY = "E"
               CLOSE GLMAUDF
               CLOSE GLJRNLF
               CLOSE GLMASTF
               MOVE "ACCOUNTS MARKED INACTIVE               :"
                   TO WS-CL-CAPTION
               MOVE WS-COUNT-MARKED TO WS-CL-COUNT
               WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 2
               DISPLAY WS-BLANK-LINE LINE 14
               MOVE WS-COUNT-MARKED TO WS-EDIT-COUNT
               DISPLAY "ACCOUNTS MARKED INACTIVE : " LINE 14
                   POSITION 21
               DISPLAY WS-EDIT-COUNT LINE 14 POSITION 48.
      *
       P410-OFFER-ACCOUNT.
           IF GLMA-CURHIS = SPACE AND NOT GLMA-INACTIVE
               PERFORM P310-CHECK-DORMANT
               IF WS-DORMANT = "Y" AND WS-ACCT-BALANCE = 0 AND
                  GLMA-FOREIGN-BAL = 0
                   PERFORM P420-ASK-ACCOUNT.
           IF WS-REPLY NOT = "E"
               PERFORM P205-READ-MAST.
      *
       P420-ASK-ACCOUNT.
           DISPLAY WS-BLANK-LINE LINE 16.
           DISPLAY WS-BLANK-LINE LINE 17.
           DISPLAY WS-BLANK-LINE LINE 18.
           DISPLAY WS-BLANK-LINE LINE 24.
           DISPLAY "A/C NO/DEPT   : " LINE 16 POSITION 21.
           DISPLAY GLMA-ACCTNO      LINE 16 POSITION 38.
           DISPLAY "/"              LINE 16 POSITION 44.
           DISPLAY GLMA-DEPT        LINE 16 POSITION 45.
           DISPLAY GLMA-DESCRIPTION LINE 17 POSITION 38.
           MOVE WS-LAST-DATE (1:2) TO WS-DL-YY.
           MOVE WS-LAST-DATE (3:2) TO WS-DL-MM.
           MOVE WS-LAST-DATE (5:2) TO WS-DL-DD.
           DISPLAY "LAST ACTIVITY : " LINE 18 POSITION 21.
           DISPLAY WS-DL-LAST-DATE  LINE 18 POSITION 38.
           MOVE SPACE TO WS-REPLY.
           PERFORM P421-ACPT-REPLY
               UNTIL WS-REPLY = "Y" OR WS-REPLY = "N" OR
                     WS-REPLY = "E".
           IF WS-REPLY = "Y"
               PERFORM P430-CHECK-OPEN-LINES
               IF WS-OPEN-LINES = "Y"
                   DISPLAY WS-ERR-MESS-1 LINE 24 BELL
                   PERFORM P990-DELAY
               ELSE
                   PERFORM P440-WRITE-INACTIVE.
      *
       P421-ACPT-REPLY.
           DISPLAY "MARK INACTIVE ? (Y,N,E=END)  " LINE 20 POSITION 21.
           ACCEPT WS-REPLY LINE 20 POSITION 50 NO BELL OFF.
      *
      *  Any line for the account not yet posted or voided - the
      *      same search GL011P makes
      *
       P430-CHECK-OPEN-LINES.
           MOVE "N" TO WS-OPEN-LINES.
           MOVE "N" TO WS-JRN-EOF.
           MOVE LOW-VALUES TO GLJR-KEY.
           START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
               MOVE "Y" TO WS-JRN-EOF.
           PERFORM P431-READ-JOURNAL.
           PERFORM P432-TEST-JOURNAL
               UNTIL WS-JRN-EOF = "Y" OR WS-OPEN-LINES = "Y".
      *
       P431-READ-JOURNAL.
           IF WS-JRN-EOF = "N"
               READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-JRN-EOF.
      *
       P432-TEST-JOURNAL.
           IF GLJR-COMPANY = GLMA-COMPANY AND
              GLJR-ACCTNO = GLMA-ACCTNO AND
              GLJR-DEPT = GLMA-DEPT AND
              NOT GLJR-POSTED AND NOT GLJR-VOID
               MOVE "Y" TO WS-OPEN-LINES.
           PERFORM P431-READ-JOURNAL.
      *
      *  The rewrite and its audit record - the same before and
      *      after images GL011P writes
      *
       P440-WRITE-INACTIVE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE GLMA-RECORD TO WS-BEFORE-IMAGE.
           MOVE "I" TO GLMA-STATUS.
           REWRITE GLMA-RECORD INVALID KEY
               DISPLAY "ERR-050 : ERROR REWRITING GLMASTF" LINE 24 BELL
               PERFORM P990-DELAY
           NOT INVALID KEY
               ADD 1 TO WS-COUNT-MARKED
               MOVE WS-TODAY TO GLAU-DATE
               MOVE WS-OPERATOR-ID TO GLAU-OPERATOR
               MOVE "INACTV" TO GLAU-ACTION
               MOVE WS-BEFORE-IMAGE TO GLAU-BEFORE
               MOVE SPACES TO GLAU-AFTER
               MOVE GLMA-RECORD TO GLAU-AFTER
               WRITE GLAU-RECORD
               PERFORM P320-PRINT-ACCOUNT
           END-REWRITE.
      *
       P800-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "CURRENT ACCOUNTS EXAMINED              :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-EXAMINED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "DORMANT ACCOUNTS LISTED                :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-DORMANT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "OF WHICH BALANCE NOT ZERO              :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-NONZERO TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 1 for the review; marking accounts
      *      inactive needs level 5.
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
                   IF GLOA-PROGRAM = "GL086P" OR "*INQ" OR "*ALL"
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
               MOVE "GL086P" TO GLOA-PROGRAM
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
           MOVE "GL086P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
