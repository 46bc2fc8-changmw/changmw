       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL075P-GROUP-MAPPING-VALIDATION.
       AUTHOR.           LO-YAT-WAH.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program lists every current account on      ***
      ***  GLMASTF, for every company, that finds no group account  ***
      ***  mapping on GLGRPMF - neither for its own department nor  ***
      ***  through the department 999 every-department mapping.     ***
      ***  Statistical accounts are non-monetary and never go into  ***
      ***  the group pack, so they are not listed.  Each account is ***
      ***  shown with its balance to date, and one carrying a       ***
      ***  balance is marked, since GL076P refuses to extract the   ***
      ***  group reporting pack while any such account remains.     ***
      ***  Map the accounts listed through GL074P.                  ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLMASTF, GLGRPMF (ALL INPUT ONLY),  ***
      ***              GL075R (PRINT)                               ***
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
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLGRPMF   ASSIGN       TO RANDOM 'GLGRPMF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLGM-KEY.
           SELECT GLGVLST   ASSIGN       TO PRINT 'GL075R'.
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
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Group chart of accounts mapping file
           COPY "GLGRPMSL.DEF".
      *
       FD  GLGVLST
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
       01  WS-GM-VALID            PIC X.
       01  WS-SUB                 PIC 99.
       01  WS-ACCT-BAL            PIC S9(9)V99.
       01  WS-KEY                 PIC X.
      *
       01  WS-COUNT-ACCTS         PIC 9(5)  VALUE 0.
       01  WS-COUNT-UNMAPPED      PIC 9(5)  VALUE 0.
       01  WS-COUNT-WITH-BAL      PIC 9(5)  VALUE 0.
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
           05  FILLER             PIC X(6)  VALUE "GL075R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(18) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "ACCOUNTS WITH NO GROUP ACCOUNT MAPPING".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(15) VALUE "CO A/C NO./DPT".
           05  FILLER             PIC X(31) VALUE "DESCRIPTION".
           05  FILLER             PIC X(4)  VALUE "TYPE".
           05  FILLER             PIC X(18) VALUE "   BALANCE TO DATE".
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-COMPANY      PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-DL-DEPT         PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-DESC         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-TYPE         PIC X.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-DL-BALANCE      PIC -(9)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-NOTE         PIC X(7).
      *
       01  WS-COUNT-LINE.
           05  WS-CN-CAPTION      PIC X(32).
           05  WS-CN-COUNT        PIC Z(4)9.
      *
       01  WS-SECTION-LINE        PIC X(60).
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
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           OPEN INPUT  GLMASTF.
           OPEN INPUT  GLGRPMF.
           OPEN OUTPUT GLGVLST.
           PERFORM P190-PRINT-HEADING.
           MOVE "N" TO WS-EOF.
           PERFORM P110-READ-MAST.
           PERFORM P200-CHECK-ACCOUNT UNTIL WS-EOF = "Y".
           PERFORM P900-PRINT-SUMMARY.
           CLOSE GLGVLST.
           CLOSE GLGRPMF.
           CLOSE GLMASTF.
           CLOSE GLSYSPF.
           DISPLAY "GL075R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL075S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "GROUP MAPPING VALIDATION" LINE 3 POSITION 28.
      *
       P110-READ-MAST.
           READ GLMASTF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
       P190-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
      *
      *  Current monetary accounts only - the account's own mapping
      *      first, then the every-department mapping
      *
       P200-CHECK-ACCOUNT.
           IF GLMA-CURHIS = SPACE AND NOT GLMA-TYPE-STATISTIC
               ADD 1 TO WS-COUNT-ACCTS
               PERFORM P210-FIND-MAPPING
               IF WS-GM-VALID = "N"
                   PERFORM P250-PRINT-ACCOUNT.
           PERFORM P110-READ-MAST.
      *
       P210-FIND-MAPPING.
           MOVE GLMA-COMPANY TO GLGM-COMPANY.
           MOVE GLMA-ACCTNO  TO GLGM-ACCTNO.
           MOVE GLMA-DEPT    TO GLGM-DEPT.
           MOVE "Y" TO WS-GM-VALID.
           READ GLGRPMF RECORD INVALID KEY
               MOVE "N" TO WS-GM-VALID.
           IF WS-GM-VALID = "N"
               MOVE 999 TO GLGM-DEPT
               MOVE "Y" TO WS-GM-VALID
               READ GLGRPMF RECORD INVALID KEY
                   MOVE "N" TO WS-GM-VALID.
      *
      *  The balance to date takes in every bucket, the audit
      *      adjustment period included
      *
       P250-PRINT-ACCOUNT.
           ADD 1 TO WS-COUNT-UNMAPPED.
           MOVE GLMA-BEGINBAL TO WS-ACCT-BAL.
           PERFORM P260-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 13.
           MOVE GLMA-COMPANY     TO WS-DL-COMPANY.
           MOVE GLMA-ACCTNO      TO WS-DL-ACCTNO.
           MOVE GLMA-DEPT        TO WS-DL-DEPT.
           MOVE GLMA-DESCRIPTION TO WS-DL-DESC.
           MOVE GLMA-ACCTYPE     TO WS-DL-TYPE.
           MOVE WS-ACCT-BAL      TO WS-DL-BALANCE.
           IF WS-ACCT-BAL = 0
               MOVE SPACES TO WS-DL-NOTE
           ELSE
               MOVE "BALANCE" TO WS-DL-NOTE
               ADD 1 TO WS-COUNT-WITH-BAL.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
      *
       P260-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-ACCT-BAL.
      *
       P900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "ACCOUNTS CHECKED              : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-ACCTS TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "ACCOUNTS NOT MAPPED           : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-UNMAPPED TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "NOT MAPPED AND CARRYING A BAL : " TO WS-CN-CAPTION.
           MOVE WS-COUNT-WITH-BAL TO WS-CN-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           IF WS-COUNT-WITH-BAL = 0
               MOVE "NO BALANCE UNMAPPED - GROUP PACK MAY BE EXTRACTED"
                   TO WS-SECTION-LINE
           ELSE
               MOVE "BALANCES UNMAPPED - GL076P WILL REFUSE TO EXTRACT"
                   TO WS-SECTION-LINE.
           WRITE REPORT-LINE FROM WS-SECTION-LINE AFTER 2.
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
                   IF GLOA-PROGRAM = "GL075P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
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
           MOVE "GL075P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
