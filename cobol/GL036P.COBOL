      ***  posting run is allowed to go.  The operator may limit    ***
      ***  the report to lines keyed on one entry date.             ***
      ***                                                           ***
      ***          Run as the first step of the nightly stream      ***
      ***  (GL077P) the program finds its own record on the         ***
      ***  parameter deck (GLRPARF), takes the entry date from the  ***
      ***  deck, skips the sign-on and the prompts, and writes      ***
      ***  COMPLETED or UNBALANCED to the run log (GLRNLGF) - an    ***
      ***  unbalanced voucher stops the stream before GL018P posts. ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLJRNLF (INPUT ONLY),               ***
      ***              GLPRJWF (WORK FILE), GL036R (PRINT)          ***
      ***                                                           ***
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSYSPF   ASSIGN       TO INPUT 'GLSYSPF'.
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
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
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
      *  Open transaction journal file
           05  GLPJ-DOCNO            PIC X(10).
           05  GLPJ-DOCDATE          PIC 9(6).
           05  GLPJ-DOCREF           PIC X(10).
           05  GLPJ-BUDGET-FLAG      PIC X.
           05  GLPJ-PROJECT          PIC X(6).
           05  GLPJ-APPROVER         PIC X(8).
           05  GLPJ-APPROVEDT        PIC 9(6).
      *
      *  Sort work file - carries the journal into source code order
       SD  GLSRTWK.
           05  GLSW-DOCNO            PIC X(10).
           05  GLSW-DOCDATE          PIC 9(6).
           05  GLSW-DOCREF           PIC X(10).
           05  GLSW-BUDGET-FLAG      PIC X.
           05  GLSW-PROJECT          PIC X(6).
           05  GLSW-APPROVER         PIC X(8).
           05  GLSW-APPROVEDT        PIC 9(6).
      *
       FD  GLPJLST
           LABEL RECORDS ARE OMITTED
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
       01  WS-EOF                 PIC X.
       01  WS-FIRST-LINE          PIC X.
       01  WS-FILTER-DATE         PIC 9(6).
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               MOVE GLRP-OPERATOR TO WS-OPERATOR-ID
               PERFORM P012-SET-REPORT-DATE
               MOVE GLRP-START-DATE TO WS-FILTER-DATE
           ELSE
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF
                   GOBACK
               END-IF
               PERFORM P010-ACPT-DATE.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           SORT GLSRTWK
               ON ASCENDING KEY GLSW-SOURCE GLSW-VOUCHERNO GLSW-SEQNO
               PERFORM P600-CLOSE-SOURCE.
           PERFORM P900-PRINT-DAY-TOTALS.
           PERFORM P008-WRITE-CLOSE-STEP.
           IF WS-PARAM-MODE = "Y"
               PERFORM P009-WRITE-RUN-LOG.
           CLOSE GLPRJWF.
           CLOSE GLPJLST.
           CLOSE GLSYSPF.
           DISPLAY "GL036R GENERATED." LINE 24 POSITION 28.
           IF WS-PARAM-MODE NOT = "Y"
               PERFORM P990-DELAY.
           GOBACK.
      *
       P010-ACPT-DATE.
           PERFORM P012-SET-REPORT-DATE.
           DISPLAY "GL036S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
               MOVE WS-IMM TO WS-FMM
               MOVE WS-IDD TO WS-FDD
               MOVE WS-SYSDATE-FMT TO WS-FILTER-DATE.
      *
       P012-SET-REPORT-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
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
      *  Unattended mode - when the parameter deck the nightly
      *      stream controller (GL077P) builds carries a record for
      *      this program, the answers come from the deck instead
      *      of the keyboard and the outcome goes to the run log
      *      for the controller to judge
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
           IF GLRP-PROGRAM = "GL036P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P009-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL036P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           IF WS-UNBAL-COUNT = 0
               MOVE "COMPLETED" TO GLRL-STATUS
           ELSE
               MOVE "UNBALANCED" TO GLRL-STATUS.
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
                   IF GLOA-PROGRAM = "GL036P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL036P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
