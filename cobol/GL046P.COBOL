      ***  midnight answering prompts between prints.  The          ***
      ***  operator keys the answers for each report once - trial   ***
      ***  balance (GL025P), variance report (GL027P), financial    ***
      ***  statements (GL028P), activity list (GL019P), cash flow   ***
      ***  statement (GL048P) and ratio / KPI report (GL090P) -     ***
      ***  the deck is written to GLRPARF, the run log is cleared,  ***
      ***  and the programs are called in sequence.  Each           ***
      ***  report finds its own deck record, runs without           ***
      ***  touching the keyboard, and writes its completion to      ***
      ***  the run log (GLRNLGF), which is listed at the end so     ***
      ***  again after the package so a later interactive run of    ***
      ***  any report never picks up last month's answers.          ***
      ***                                                           ***
      ***          As the last step of the nightly stream (GL077P)  ***
      ***  the program finds its own record on the deck, skips the  ***
      ***  sign-on and every prompt, and runs the standard package  ***
      ***  - the reports flagged in the record's layout field, for  ***
      ***  its company and period, at their standard layouts - then ***
      ***  writes COMPLETED or INCOMPLETE for the package as a      ***
      ***  whole to the run log.                                    ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLRPARF,      ***
      ***              GLRNLGF                                      ***
      ***                                                           ***
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
           SELECT OPTIONAL GLRPARF
                            ASSIGN       TO 'GLRPARF'.
           SELECT GLRNLGF   ASSIGN       TO RANDOM 'GLRNLGF'.
      *
       DATA DIVISION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
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
       01  WS-OPTION              PIC X.
       01  WS-EOF                 PIC X.
       01  WS-INC-FS              PIC X.
       01  WS-INC-CF              PIC X.
       01  WS-INC-AL              PIC X.
       01  WS-INC-KP              PIC X.
       01  WS-LINE-NUM            PIC 99.
       01  WS-DECK-COUNT          PIC 99  VALUE 0.
       01  WS-LOG-COUNT           PIC 99  VALUE 0.
      *
      *  Reports an unattended run includes - one Y/N flag each,
      *      carried in the layout field of the deck record
      *
       01  WS-STREAM-REPORTS.
           05  WS-SR-TB           PIC X.
           05  WS-SR-VR           PIC X.
           05  WS-SR-FS           PIC X.
           05  WS-SR-CF           PIC X.
           05  WS-SR-KP           PIC X.
           05  FILLER             PIC X(3).
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           READ GLSYSPF.
           MOVE GLSP-CONAME TO WS-CONAME.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               PERFORM P170-BUILD-STANDARD-DECK
           ELSE
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF
                   GOBACK
               END-IF
               PERFORM P100-BUILD-DECK.
           IF WS-DECK-COUNT = 0
               DISPLAY "NOTHING IN THE DECK - PACKAGE NOT RUN"
                   LINE 24 BELL
           ELSE
               PERFORM P300-RUN-PACKAGE
               PERFORM P400-LIST-RUN-LOG.
           IF WS-PARAM-MODE = "Y"
               PERFORM P008-WRITE-RUN-LOG
           ELSE
               PERFORM P900-DELAY.
           CLOSE GLSYSPF.
           GOBACK.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           CLOSE GLRNLGF.
           MOVE 0 TO WS-DECK-COUNT.
           MOVE "N" TO WS-INC-TB WS-INC-VR WS-INC-FS WS-INC-CF
                       WS-INC-AL WS-INC-KP.
           OPEN INPUT GLCOMPF.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P105-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
           PERFORM P140-ASK-STATEMENTS.
           PERFORM P150-ASK-ACTIVITY.
           PERFORM P155-ASK-CASHFLOW.
           PERFORM P157-ASK-KPI.
           CLOSE GLRPARF.
      *
       P105-ACPT-COMPANY.
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               DISPLAY WS-BLANK-LINE LINE 24
               DISPLAY GLCO-NAME LINE 5 POSITION 57.
               MOVE "Y" TO WS-INC-CF
               ADD 1 TO WS-DECK-COUNT.
      *
      *  The ratio / KPI report wants the budget version its budget
      *      column is worked from, carried in the layout field the
      *      way the variance report's is
      *
       P157-ASK-KPI.
           DISPLAY "INCLUDE RATIOS / KPIS GL090P ? (Y/N)" LINE 18
               POSITION 21.
           ACCEPT WS-OPTION LINE 18 POSITION 59 NO BELL OFF.
           IF WS-OPTION = "Y"
               PERFORM P200-CLEAR-DECK-RECORD
               MOVE "GL090P" TO GLRP-PROGRAM
               DISPLAY "GL090P BUDGET VERSION (BLANK = MASTER) : "
                   LINE 19 POSITION 23
               ACCEPT GLRP-LAYOUT LINE 19 POSITION 65 NO BELL OFF
               WRITE GLRP-RECORD
               MOVE "Y" TO WS-INC-KP
               ADD 1 TO WS-DECK-COUNT.
      *
      *  The same period and account range edits GL019P applies on
      *      its own screen, applied here once so the unattended
      *      run can trust the deck
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *
      *  Unattended run from the nightly stream - the standard
      *      package for the company and period on the stream's
      *      deck record, with the reports named in its layout
      *      field and every report at its standard layout.  The
      *      activity list wants its own date and account ranges
      *      and stays a keyed run.  The deck record is taken into
      *      working storage before the deck is rewritten.
      *
       P170-BUILD-STANDARD-DECK.
           MOVE GLRP-OPERATOR     TO WS-OPERATOR-ID.
           MOVE GLRP-COMPANY      TO WS-COMPANY.
           MOVE GLRP-PERIOD-MONTH TO WS-PERIOD-MONTH.
           MOVE GLRP-OPTION       TO WS-ADJ-OPTION.
           MOVE GLRP-LAYOUT       TO WS-STREAM-REPORTS.
           IF WS-ADJ-OPTION NOT = "Y"
               MOVE "N" TO WS-ADJ-OPTION.
           OPEN OUTPUT GLRPARF.
           OPEN OUTPUT GLRNLGF.
           CLOSE GLRNLGF.
           MOVE 0 TO WS-DECK-COUNT.
           MOVE "N" TO WS-INC-TB WS-INC-VR WS-INC-FS WS-INC-CF
                       WS-INC-AL WS-INC-KP.
           IF WS-SR-TB = "Y"
               PERFORM P200-CLEAR-DECK-RECORD
               MOVE "GL025P" TO GLRP-PROGRAM
               MOVE WS-ADJ-OPTION TO GLRP-OPTION
               WRITE GLRP-RECORD
               MOVE "Y" TO WS-INC-TB
               ADD 1 TO WS-DECK-COUNT.
           IF WS-SR-VR = "Y"
               PERFORM P200-CLEAR-DECK-RECORD
               MOVE "GL027P" TO GLRP-PROGRAM
               WRITE GLRP-RECORD
               MOVE "Y" TO WS-INC-VR
               ADD 1 TO WS-DECK-COUNT.
           IF WS-SR-FS = "Y"
               PERFORM P200-CLEAR-DECK-RECORD
               MOVE "GL028P" TO GLRP-PROGRAM
               MOVE WS-ADJ-OPTION TO GLRP-OPTION
               WRITE GLRP-RECORD
               MOVE "Y" TO WS-INC-FS
               ADD 1 TO WS-DECK-COUNT.
           IF WS-SR-CF = "Y"
               PERFORM P200-CLEAR-DECK-RECORD
               MOVE "GL048P" TO GLRP-PROGRAM
               WRITE GLRP-RECORD
               MOVE "Y" TO WS-INC-CF
               ADD 1 TO WS-DECK-COUNT.
           IF WS-SR-KP = "Y"
               PERFORM P200-CLEAR-DECK-RECORD
               MOVE "GL090P" TO GLRP-PROGRAM
               WRITE GLRP-RECORD
               MOVE "Y" TO WS-INC-KP
               ADD 1 TO WS-DECK-COUNT.
           CLOSE GLRPARF.
      *
       P200-CLEAR-DECK-RECORD.
           MOVE SPACES TO GLRP-RECORD.
               CALL "GL048P-CASH-FLOW-STATEMENT".
           IF WS-INC-AL = "Y"
               CALL "GL019P-PRINT-ACTIVITY-LIST".
           IF WS-INC-KP = "Y"
               CALL "GL090P-KPI-REPORT".
      *
      *  The spent deck is emptied so a later interactive run of a
      *      report never finds last month's answers and silently
           CLOSE GLRPARF.
      *
       P400-LIST-RUN-LOG.
           DISPLAY WS-BLANK-LINE LINE 18.
           DISPLAY WS-BLANK-LINE LINE 19.
           DISPLAY "REPORTS COMPLETED THIS RUN :" LINE 18
               POSITION 21.
           MOVE 19 TO WS-LINE-NUM.
           MOVE 0 TO WS-LOG-COUNT.
           OPEN INPUT GLRNLGF.
           MOVE "N" TO WS-EOF.
           PERFORM P410-READ-LOG.
           DISPLAY GLRL-PROGRAM LINE WS-LINE-NUM POSITION 23.
           DISPLAY GLRL-STATUS  LINE WS-LINE-NUM POSITION 31.
           ADD 1 TO WS-LINE-NUM.
           ADD 1 TO WS-LOG-COUNT.
           PERFORM P410-READ-LOG.
      *
       P900-DELAY.
      *      into the deck as the authorising operator.
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
      *  Run as a step of the nightly stream - the controller
      *      (GL077P) leaves a deck record for this program, and
      *      the package's own outcome goes to the run log after
      *      the reports' entries : INCOMPLETE when fewer reports
      *      logged their completion than the deck held
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
           IF GLRP-PROGRAM = "GL046P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P008-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL046P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           IF WS-LOG-COUNT < WS-DECK-COUNT
               MOVE "INCOMPLETE" TO GLRL-STATUS
           ELSE
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
                   IF GLOA-PROGRAM = "GL046P" OR "*INQ" OR "*ALL"
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
               MOVE "GL046P" TO GLOA-PROGRAM
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
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL046P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
