       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL069P-AMORTISATION-SCHEDULES.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program maintains the prepayment and        ***
      ***  deferred income schedule file (GLPRSCF) in the style of  ***
      ***  GL052P's fixed asset maintenance.  The operator selects  ***
      ***  the company, then adds, changes or deletes schedules -   ***
      ***  type (prepayment or deferred income), the balance sheet  ***
      ***  account it is carried on, the P&L account it is          ***
      ***  released to, the total, the first period released and    ***
      ***  the number of months - each account validated against    ***
      ***  the company's ledger on GLMASTF.  A schedule that has    ***
      ***  already released part of its total may not be deleted.   ***
      ***  GL070P releases the monthly slices.                      ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY),               ***
      ***              GLMASTF (INPUT ONLY), GLPRSCF                ***
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
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLPS-KEY.
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
           88  WS-OPT-ADD         VALUE "1".
           88  WS-OPT-CHANGE      VALUE "2".
           88  WS-OPT-DELETE      VALUE "3".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-PS-VALID            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-ACCTS-OK            PIC X.
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-CHK-ACCTNO          PIC 9(6).
       01  WS-CHK-DEPT            PIC 9(3).
       01  WS-COMPANY             PIC XX.
       01  WS-EDIT-AMT            PIC -(8)9.99.
       01  WS-START-MM            PIC 99.
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
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-230 : SCHEDULE ALREADY ON GLPRSCF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-240 : SCHEDULE NOT FOUND ON GLPRSCF".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-090 : ACCOUNT NOT FOUND IN GLMASTF".
       01  WS-ERR-MESS-4          PIC X(55)  VALUE
           "ERR-250 : SCHEDULE HAS RELEASED AMOUNTS - CANNOT DELETE".
       01  WS-ERR-MESS-5          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-260 : NUMBER OF MONTHS MUST NOT BE ZERO".
       01  WS-ERR-MESS-7          PIC X(51)  VALUE
           "ERR-270 : START PERIOD MUST BE YYMM".
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
           OPEN INPUT GLMASTF.
           OPEN I-O   GLPRSCF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLPRSCF.
           CLOSE GLMASTF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-SCREEN-DATE.
           DISPLAY "GL069S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "AMORTISATION SCHEDULE MAINTENANCE" LINE 3
               POSITION 24.
      *
      *  Select the company whose schedules are maintained - the
      *      company code leads GLPS-KEY
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
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-MAIN-MENU.
           PERFORM P010-SHOW-HEADINGS.
           DISPLAY "1 - ADD A SCHEDULE"    LINE  9 POSITION 21.
           DISPLAY "2 - CHANGE A SCHEDULE" LINE 10 POSITION 21.
           DISPLAY "3 - DELETE A SCHEDULE" LINE 11 POSITION 21.
           DISPLAY "9 - QUIT"              LINE 12 POSITION 21.
           DISPLAY "OPTION : "             LINE 14 POSITION 21.
           ACCEPT  WS-OPTION LINE 14 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-ADD
                   PERFORM P200-ADD-SCHEDULE
               WHEN WS-OPT-CHANGE
                   PERFORM P300-CHANGE-SCHEDULE
               WHEN WS-OPT-DELETE
                   PERFORM P400-DELETE-SCHEDULE
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Add a new schedule
      *
       P200-ADD-SCHEDULE.
           PERFORM P210-ACPT-SCHEDNO.
           PERFORM P220-READ-SCHEDULE.
           IF WS-PS-VALID = "Y"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P230-ACPT-DETAIL
               IF WS-ACCTS-OK = "Y"
                   MOVE 0 TO GLPS-LAST-YYMM
                   PERFORM P260-SET-STATUS
                   WRITE GLPS-RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR WRITING GLPRSCF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "SCHEDULE ADDED TO GLPRSCF" LINE 24
                   END-WRITE
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Change an existing schedule - the detail is re-entered in
      *      full; the last period released is left as it stands
      *
       P300-CHANGE-SCHEDULE.
           PERFORM P210-ACPT-SCHEDNO.
           PERFORM P220-READ-SCHEDULE.
           IF WS-PS-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P230-ACPT-DETAIL
               IF WS-ACCTS-OK = "Y"
                   PERFORM P260-SET-STATUS
                   REWRITE GLPS-RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR REWRITING GLPRSCF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "SCHEDULE UPDATED ON GLPRSCF" LINE 24
                   END-REWRITE
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Delete a schedule that has never released anything
      *
       P400-DELETE-SCHEDULE.
           PERFORM P210-ACPT-SCHEDNO.
           PERFORM P220-READ-SCHEDULE.
           IF WS-PS-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               IF GLPS-AMORTISED NOT = 0 AND NOT GLPS-COMPLETE
                   DISPLAY WS-ERR-MESS-4 LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24
               ELSE
                   DISPLAY "DELETE THIS SCHEDULE ? (Y,N) " LINE 22
                       POSITION 21
                   ACCEPT WS-EDITING-DONE LINE 22 POSITION 51
                       NO BELL OFF
                   IF WS-EDITING-DONE = "Y"
                       DELETE GLPRSCF RECORD INVALID KEY
                           DISPLAY "ERR-050 : ERROR DELETING GLPRSCF"
                               LINE 24
                       NOT INVALID KEY
                           DISPLAY "SCHEDULE DELETED FROM GLPRSCF"
                               LINE 24
                       END-DELETE
                   ELSE
                       DISPLAY "DELETE CANCELLED" LINE 24
                   END-IF
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 22
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Common accept / display / read routines
      *
       P210-ACPT-SCHEDNO.
           DISPLAY WS-BLANK-LINE LINE 7.
           DISPLAY "SCHEDULE NO.      : " LINE 7 POSITION 21.
           ACCEPT  GLPS-SCHEDNO LINE 7 POSITION 42 NO BELL OFF.
           MOVE WS-COMPANY TO GLPS-COMPANY.
      *
       P220-READ-SCHEDULE.
           MOVE "Y" TO WS-PS-VALID.
           READ GLPRSCF RECORD INVALID KEY
               MOVE "N" TO WS-PS-VALID.
      *
      *  Full detail entry - both accounts keyed are validated
      *      against the company's ledger on GLMASTF
      *
       P230-ACPT-DETAIL.
           DISPLAY "DESCRIPTION       : " LINE  8 POSITION 21.
           ACCEPT  GLPS-DESCRIPTION LINE  8 POSITION 42 NO BELL OFF.
           DISPLAY "TYPE (P/D)        : " LINE  9 POSITION 21.
           ACCEPT  GLPS-TYPE LINE  9 POSITION 42 NO BELL OFF.
           IF NOT GLPS-DEFERRED
               MOVE "P" TO GLPS-TYPE.
           DISPLAY GLPS-TYPE LINE 9 POSITION 42.
           DISPLAY "TOTAL AMOUNT      : " LINE 10 POSITION 21.
           ACCEPT  GLPS-TOTAL LINE 10 POSITION 42 NO BELL OFF.
           MOVE 0 TO WS-START-MM.
           PERFORM P236-ACPT-START UNTIL WS-START-MM > 0 AND
                                         WS-START-MM < 13.
           MOVE 0 TO GLPS-MONTHS.
           PERFORM P235-ACPT-MONTHS UNTIL GLPS-MONTHS > 0.
           DISPLAY "RELEASED B/FWD    : " LINE 13 POSITION 21.
           ACCEPT  GLPS-AMORTISED LINE 13 POSITION 42 NO BELL OFF.
           MOVE "Y" TO WS-ACCTS-OK.
           DISPLAY "B/S A/C, DEPT     : " LINE 15 POSITION 21.
           ACCEPT  GLPS-BS-ACCTNO LINE 15 POSITION 42 NO BELL OFF.
           ACCEPT  GLPS-BS-DEPT LINE 15 POSITION 50 NO BELL OFF.
           MOVE GLPS-BS-ACCTNO TO WS-CHK-ACCTNO.
           MOVE GLPS-BS-DEPT   TO WS-CHK-DEPT.
           PERFORM P240-CHECK-ACCOUNT.
           DISPLAY "P&L A/C, DEPT     : " LINE 16 POSITION 21.
           ACCEPT  GLPS-PL-ACCTNO LINE 16 POSITION 42 NO BELL OFF.
           ACCEPT  GLPS-PL-DEPT LINE 16 POSITION 50 NO BELL OFF.
           MOVE GLPS-PL-ACCTNO TO WS-CHK-ACCTNO.
           MOVE GLPS-PL-DEPT   TO WS-CHK-DEPT.
           PERFORM P240-CHECK-ACCOUNT.
      *
       P235-ACPT-MONTHS.
           DISPLAY "NUMBER OF MONTHS  : " LINE 12 POSITION 21.
           ACCEPT  GLPS-MONTHS LINE 12 POSITION 42 NO BELL OFF.
           IF GLPS-MONTHS NOT > 0
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P236-ACPT-START.
           DISPLAY "START PERIOD(YYMM): " LINE 11 POSITION 21.
           ACCEPT  GLPS-START-YYMM LINE 11 POSITION 42 NO BELL OFF.
           MOVE GLPS-START-YYMM (3:2) TO WS-START-MM.
           IF WS-START-MM = 0 OR WS-START-MM > 12
               DISPLAY WS-ERR-MESS-7 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P240-CHECK-ACCOUNT.
           MOVE WS-COMPANY   TO GLMA-COMPANY.
           MOVE WS-CHK-ACCTNO TO GLMA-ACCTNO.
           MOVE WS-CHK-DEPT  TO GLMA-DEPT.
           MOVE SPACE        TO GLMA-CURHIS.
           MOVE "Y" TO WS-MAS-VALID.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-MAS-VALID.
           IF WS-MAS-VALID = "N"
               MOVE "N" TO WS-ACCTS-OK
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P250-DISPLAY-DETAIL.
           DISPLAY WS-BLANK-LINE LINE  8.
           DISPLAY WS-BLANK-LINE LINE  9.
           DISPLAY WS-BLANK-LINE LINE 10.
           DISPLAY WS-BLANK-LINE LINE 11.
           DISPLAY WS-BLANK-LINE LINE 12.
           DISPLAY WS-BLANK-LINE LINE 13.
           DISPLAY WS-BLANK-LINE LINE 15.
           DISPLAY WS-BLANK-LINE LINE 16.
           DISPLAY WS-BLANK-LINE LINE 18.
           DISPLAY "DESCRIPTION       : " LINE  8 POSITION 21.
           DISPLAY GLPS-DESCRIPTION        LINE  8 POSITION 42.
           DISPLAY "TYPE (P/D)        : " LINE  9 POSITION 21.
           DISPLAY GLPS-TYPE               LINE  9 POSITION 42.
           DISPLAY "TOTAL AMOUNT      : " LINE 10 POSITION 21.
           MOVE GLPS-TOTAL TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT             LINE 10 POSITION 42.
           DISPLAY "START PERIOD(YYMM): " LINE 11 POSITION 21.
           DISPLAY GLPS-START-YYMM         LINE 11 POSITION 42.
           DISPLAY "NUMBER OF MONTHS  : " LINE 12 POSITION 21.
           DISPLAY GLPS-MONTHS             LINE 12 POSITION 42.
           DISPLAY "RELEASED TO DATE  : " LINE 13 POSITION 21.
           MOVE GLPS-AMORTISED TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT             LINE 13 POSITION 42.
           DISPLAY "B/S A/C, DEPT     : " LINE 15 POSITION 21.
           DISPLAY GLPS-BS-ACCTNO          LINE 15 POSITION 42.
           DISPLAY GLPS-BS-DEPT            LINE 15 POSITION 50.
           DISPLAY "P&L A/C, DEPT     : " LINE 16 POSITION 21.
           DISPLAY GLPS-PL-ACCTNO          LINE 16 POSITION 42.
           DISPLAY GLPS-PL-DEPT            LINE 16 POSITION 50.
           DISPLAY "LAST PERIOD RELEASED : " LINE 18 POSITION 21.
           DISPLAY GLPS-LAST-YYMM          LINE 18 POSITION 45.
      *
      *  A schedule whose whole total has been released is
      *      complete - GL070P passes it by
      *
       P260-SET-STATUS.
           IF GLPS-AMORTISED NOT < GLPS-TOTAL
               MOVE "C" TO GLPS-STATUS
           ELSE
               MOVE SPACE TO GLPS-STATUS.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
           DISPLAY WS-BLANK-LINE LINE 23.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 2.
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
                   IF GLOA-PROGRAM = "GL069P" OR "*JRNL" OR "*ALL"
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
               MOVE "GL069P" TO GLOA-PROGRAM
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
      *
       P995-WRITE-SECURITY.
           OPEN EXTEND GLSECLF.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-DATE TO GLSE-DATE.
           MOVE WS-SEC-TIME (1:6) TO GLSE-TIME.
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL069P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
