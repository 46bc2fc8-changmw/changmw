       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL081P-PROJECT-MAINTENANCE.
       AUTHOR.           CHEUNG-TSZ-KIN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program maintains the project / job master  ***
      ***  file (GLPROJF) - one record per capital project or       ***
      ***  customer job, owned by the company selected at sign-on.  ***
      ***  Journal lines keyed in GL015P, GL013P's templates and    ***
      ***  GL014P's sub-ledger batches may carry the project code,  ***
      ***  and GL082P reports the project's cost against the        ***
      ***  budget held here.  A project is added open; its status   ***
      ***  (active, on hold, complete) is the operator's to set,    ***
      ***  but only GL083P's close-out shuts it to further coding.  ***
      ***  A closed project may be reopened here.  A project is     ***
      ***  deleted only while no cost has been charged to it - no   ***
      ***  prior-years actual and no line on GLJRNLF or GLT001F.    ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLPROJF,      ***
      ***              GLJRNLF (INPUT ONLY), GLT001F (INPUT ONLY)   ***
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
           SELECT GLPROJF   ASSIGN       TO RANDOM 'GLPROJF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLPR-CODE.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLJRNLHF  ASSIGN       TO RANDOM 'GLT001F'.
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
      *  Project / job master file
           COPY "GLPROJSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Posted transaction history file
           COPY "GLJRNHSL.DEF".
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
       01  WS-PR-VALID            PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-STATUS-VALID        PIC X.
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-BUDGET              PIC S9(9)V99.
       01  WS-EDIT-AMT            PIC -(9)9.99.
       01  WS-IN-USE              PIC X.
       01  WS-EOF                 PIC X.
       01  WS-TODAY               PIC 9(6).
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
           "ERR-761 : PROJECT ALREADY ON GLPROJF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-762 : PROJECT NOT FOUND ON GLPROJF".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-763 : PROJECT BELONGS TO ANOTHER COMPANY".
       01  WS-ERR-MESS-5          PIC X(55)  VALUE
           "ERR-764 : COST CHARGED TO PROJECT - CANNOT DELETE".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-765 : STATUS MUST BE A, H OR C".
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
           OPEN I-O GLPROJF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLPROJF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-SCREEN-DATE.
           DISPLAY "GL081S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "PROJECT / JOB MAINTENANCE" LINE 3
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
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-MAIN-MENU.
           PERFORM P010-SHOW-HEADINGS.
           DISPLAY GLCO-NAME                 LINE  5 POSITION 47.
           DISPLAY "1 - ADD A PROJECT"       LINE  9 POSITION 21.
           DISPLAY "2 - CHANGE A PROJECT"    LINE 10 POSITION 21.
           DISPLAY "3 - DELETE A PROJECT"    LINE 11 POSITION 21.
           DISPLAY "9 - QUIT"                LINE 12 POSITION 21.
           DISPLAY "OPTION : "               LINE 14 POSITION 21.
           ACCEPT  WS-OPTION LINE 14 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-ADD
                   PERFORM P200-ADD-PROJECT
               WHEN WS-OPT-CHANGE
                   PERFORM P300-CHANGE-PROJECT
               WHEN WS-OPT-DELETE
                   PERFORM P400-DELETE-PROJECT
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Add a new project - it starts open, with no prior-years
      *      actual, owned by the company selected at sign-on
      *
       P200-ADD-PROJECT.
           PERFORM P210-ACPT-CODE.
           PERFORM P220-READ-PROJECT.
           IF WS-PR-VALID = "Y"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
           IF WS-PR-VALID = "N"
               MOVE SPACES TO GLPR-DESCRIPTION
               MOVE WS-COMPANY TO GLPR-COMPANY
               MOVE "A" TO GLPR-STATUS
               MOVE 0 TO GLPR-BUDGET GLPR-PRIOR-ACTUAL GLPR-CLOSEDAT
               MOVE "O" TO GLPR-OPEN-FLAG
               ACCEPT WS-TODAY FROM DATE
               MOVE WS-TODAY TO GLPR-CREATEDAT
               PERFORM P230-ACPT-DETAIL
               WRITE GLPR-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLPROJF" LINE 24
               NOT INVALID KEY
                   DISPLAY "PROJECT ADDED TO GLPROJF" LINE 24
               END-WRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Change an existing project.  A project GL083P has closed
      *      may be reopened here when cost still has to be coded
      *      to it - the status itself never closes a project.
      *
       P300-CHANGE-PROJECT.
           PERFORM P210-ACPT-CODE.
           PERFORM P220-READ-PROJECT.
           IF WS-PR-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
           IF WS-PR-VALID = "Y"
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P230-ACPT-DETAIL
               IF GLPR-CLOSED
                   PERFORM P240-ASK-REOPEN
               END-IF
               REWRITE GLPR-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLPROJF" LINE 24
               NOT INVALID KEY
                   DISPLAY "PROJECT UPDATED ON GLPROJF" LINE 24
               END-REWRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Delete a project - refused once any cost has been charged
      *      to it, whether carried forward from archived years or
      *      still on GLJRNLF or GLT001F, so GL082P can never lose
      *      a project it has reported
      *
       P400-DELETE-PROJECT.
           PERFORM P210-ACPT-CODE.
           PERFORM P220-READ-PROJECT.
           IF WS-PR-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
           IF WS-PR-VALID = "Y"
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P410-CHECK-IN-USE
               IF WS-IN-USE = "Y"
                   DISPLAY WS-ERR-MESS-5 LINE 24 BELL
               ELSE
                   DISPLAY "DELETE THIS PROJECT ? (Y,N) " LINE 22
                       POSITION 21
                   ACCEPT WS-EDITING-DONE LINE 22 POSITION 50
                       NO BELL OFF
                   IF WS-EDITING-DONE = "Y"
                       DELETE GLPROJF RECORD INVALID KEY
                           DISPLAY "ERR-050 : ERROR DELETING GLPROJF"
                               LINE 24
                       NOT INVALID KEY
                           DISPLAY "PROJECT DELETED FROM GLPROJF"
                               LINE 24
                       END-DELETE
                   ELSE
                       DISPLAY "DELETE CANCELLED" LINE 24
                   END-IF
               END-IF
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 22
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Any prior-years actual, or any line carrying the code on
      *      the open journal or the posted history, keeps the
      *      project on file
      *
       P410-CHECK-IN-USE.
           MOVE "N" TO WS-IN-USE.
           IF GLPR-PRIOR-ACTUAL NOT = 0
               MOVE "Y" TO WS-IN-USE.
           IF WS-IN-USE = "N"
               OPEN INPUT GLJRNLF
               MOVE "N" TO WS-EOF
               PERFORM P420-READ-GLJR
               PERFORM P430-TEST-GLJR
                   UNTIL WS-EOF = "Y" OR WS-IN-USE = "Y"
               CLOSE GLJRNLF.
           IF WS-IN-USE = "N"
               OPEN INPUT GLJRNLHF
               MOVE "N" TO WS-EOF
               PERFORM P440-READ-HIST
               PERFORM P450-TEST-HIST
                   UNTIL WS-EOF = "Y" OR WS-IN-USE = "Y"
               CLOSE GLJRNLHF.
      *
       P420-READ-GLJR.
           READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P430-TEST-GLJR.
           IF GLJR-PROJECT = GLPR-CODE
               MOVE "Y" TO WS-IN-USE
           ELSE
               PERFORM P420-READ-GLJR.
      *
       P440-READ-HIST.
           READ GLJRNLHF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P450-TEST-HIST.
           IF GLJRH-PROJECT = GLPR-CODE
               MOVE "Y" TO WS-IN-USE
           ELSE
               PERFORM P440-READ-HIST.
      *
      *  Common accept / display / read routines - a project owned
      *      by another company is not this operator's to touch
      *      under the company selected, and reads back as "X"
      *
       P210-ACPT-CODE.
           DISPLAY WS-BLANK-LINE LINE 7.
           DISPLAY "PROJECT CODE      : " LINE 7 POSITION 21.
           ACCEPT  GLPR-CODE LINE 7 POSITION 42 NO BELL OFF.
      *
       P220-READ-PROJECT.
           MOVE "Y" TO WS-PR-VALID.
           READ GLPROJF RECORD INVALID KEY
               MOVE "N" TO WS-PR-VALID.
           IF WS-PR-VALID = "Y" AND GLPR-COMPANY NOT = WS-COMPANY
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
               MOVE "X" TO WS-PR-VALID.
      *
       P230-ACPT-DETAIL.
           DISPLAY "DESCRIPTION       : " LINE  9 POSITION 21.
           ACCEPT  GLPR-DESCRIPTION LINE  9 POSITION 42 NO BELL UPDATE.
           MOVE "N" TO WS-STATUS-VALID.
           PERFORM P235-ACPT-STATUS UNTIL WS-STATUS-VALID = "Y".
           MOVE GLPR-BUDGET TO WS-BUDGET.
           DISPLAY "BUDGET            : " LINE 11 POSITION 21.
           ACCEPT  WS-BUDGET LINE 11 POSITION 42 NO BELL UPDATE.
           MOVE WS-BUDGET TO GLPR-BUDGET.
           MOVE WS-BUDGET TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 11 POSITION 42.
      *
       P235-ACPT-STATUS.
           DISPLAY "STATUS (A/H/C)    : " LINE 10 POSITION 21.
           ACCEPT  GLPR-STATUS LINE 10 POSITION 42 NO BELL UPDATE.
           IF GLPR-ACTIVE OR GLPR-ON-HOLD OR GLPR-COMPLETE
               MOVE "Y" TO WS-STATUS-VALID
           ELSE
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P240-ASK-REOPEN.
           DISPLAY "PROJECT IS CLOSED - REOPEN IT ? (Y,N) "
               LINE 20 POSITION 21.
           ACCEPT WS-EDITING-DONE LINE 20 POSITION 60 NO BELL OFF.
           IF WS-EDITING-DONE = "Y"
               MOVE "O" TO GLPR-OPEN-FLAG
               MOVE 0 TO GLPR-CLOSEDAT
               IF GLPR-COMPLETE
                   MOVE "A" TO GLPR-STATUS.
           DISPLAY WS-BLANK-LINE LINE 20.
      *
       P250-DISPLAY-DETAIL.
           DISPLAY WS-BLANK-LINE LINE  9.
           DISPLAY WS-BLANK-LINE LINE 10.
           DISPLAY WS-BLANK-LINE LINE 11.
           DISPLAY WS-BLANK-LINE LINE 13.
           DISPLAY WS-BLANK-LINE LINE 14.
           DISPLAY "DESCRIPTION       : " LINE  9 POSITION 21.
           DISPLAY GLPR-DESCRIPTION        LINE  9 POSITION 42.
           DISPLAY "STATUS (A/H/C)    : " LINE 10 POSITION 21.
           DISPLAY GLPR-STATUS             LINE 10 POSITION 42.
           DISPLAY "BUDGET            : " LINE 11 POSITION 21.
           MOVE GLPR-BUDGET TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT             LINE 11 POSITION 42.
           DISPLAY "PRIOR YEARS ACTUAL: " LINE 13 POSITION 21.
           MOVE GLPR-PRIOR-ACTUAL TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT             LINE 13 POSITION 42.
           DISPLAY "OPEN / CLOSED     : " LINE 14 POSITION 21.
           IF GLPR-OPEN
               DISPLAY "OPEN"              LINE 14 POSITION 42
           ELSE
               DISPLAY "CLOSED ON"         LINE 14 POSITION 42
               DISPLAY GLPR-CLOSEDAT       LINE 14 POSITION 52.
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
                   IF GLOA-PROGRAM = "GL081P" OR "*JRNL" OR "*ALL"
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
               MOVE "GL081P" TO GLOA-PROGRAM
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
           MOVE "GL081P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
