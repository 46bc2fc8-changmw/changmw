      ***  checklist at a glance.  Each month-end run writes its    ***
      ***  completion to the period close-status file (GLCLOSF) -   ***
      ***  proof journal, final posting, allocations,               ***
      ***  revaluation, reconciliation statement, the balance       ***
      ***  sheet certification coverage, the inter-company          ***
      ***  reconciliation and the inter-company loan interest       ***
      ***  run - and GL012P refuses to                              ***
      ***  advance the posting date until the required steps are    ***
      ***  on file.  The operator keys a period (enter keeps the    ***
      ***  current posting period) and sees which steps have        ***
      ***  completed, when and by whom, plus any overrides logged   ***
      ***  with their reasons.                                      ***
      ***          Under the checklist it lists the sub-periods     ***
      ***  already closed for the period on the close calendar      ***
      ***  (GLCCALF, kept by GL087P) as company-source pairs, so    ***
      ***  the controller sees which sources have shut ahead of     ***
      ***  GL012P.                                                  ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCLOSF (INPUT ONLY),               ***
      ***              GLCCALF (INPUT ONLY)                         ***
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
           SELECT OPTIONAL GLCLOSF
                            ASSIGN       TO 'GLCLOSF'.
           SELECT GLCCALF   ASSIGN       TO RANDOM 'GLCCALF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCC-KEY.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Period close-status file
           COPY "GLCLOSSL.DEF".
      *
      *  Sub-period close calendar - maintained by GL087P
           COPY "GLCCALSL.DEF".
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
       01  WS-ASK-PERIOD          PIC 9(4).
       01  WS-ASK-COMPANY         PIC XX.
       01  WS-SUB                 PIC 99.
       01  WS-LINE-NUM            PIC 99.
       01  WS-OV-LINE             PIC 99.
       01  WS-CC-EOF              PIC X.
       01  WS-CC-POS              PIC 99.
       01  WS-CC-PAIR.
           05  WS-CC-COMPANY      PIC XX.
           05  FILLER             PIC X     VALUE "-".
           05  WS-CC-SOURCE       PIC XX.
       01  WS-KEY                 PIC X.
      *
      *  One table slot per checklist step - the latest GLCLOSF
      *      record for the period fills it in
      *
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY      OCCURS 8 TIMES.
               10  WS-ST-CODE     PIC XX.
               10  WS-ST-NAME     PIC X(24).
               10  WS-ST-DONE     PIC X.
               PERFORM P200-LOAD-STEPS
               PERFORM P300-SCAN-CLOSE-FILE
               PERFORM P400-SHOW-STEPS
               PERFORM P500-SHOW-SUBPERIODS
               DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23
                   POSITION 25
               ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF
           MOVE "RECONCILIATION  (GL045P)" TO WS-ST-NAME (5).
           MOVE "CF" TO WS-ST-CODE (6).
           MOVE "CERTIFICATIONS  (GL066P)" TO WS-ST-NAME (6).
           MOVE "IC" TO WS-ST-CODE (7).
           MOVE "IC RECONCILED   (GL072P)" TO WS-ST-NAME (7).
           MOVE "LI" TO WS-ST-CODE (8).
           MOVE "LOAN INTEREST   (GL092P)" TO WS-ST-NAME (8).
           PERFORM P210-CLEAR-ONE-STEP VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.
      *
       P210-CLEAR-ONE-STEP.
           MOVE "N" TO WS-ST-DONE (WS-SUB).
           MOVE SPACES TO WS-ST-OPER (WS-SUB).
      *
       P300-SCAN-CLOSE-FILE.
           MOVE 18 TO WS-OV-LINE.
           OPEN INPUT GLCLOSF.
           MOVE "N" TO WS-CL-EOF.
           PERFORM P310-READ-CLOSE.
               ELSE
                   PERFORM P340-NOTE-STEP
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 8.
           PERFORM P310-READ-CLOSE.
      *
       P330-SHOW-OVERRIDE.
           DISPLAY "STEP                      DONE  DATE    OPERATOR"
               LINE 8 POSITION 11.
           PERFORM P410-SHOW-ONE-STEP VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 8.
      *
       P410-SHOW-ONE-STEP.
           COMPUTE WS-LINE-NUM = WS-SUB + 9.
               DISPLAY WS-ST-OPER (WS-SUB) LINE WS-LINE-NUM
                   POSITION 51.
      *
      *  Closed sub-periods on the close calendar for the period
      *      asked, as company-source pairs on line 22 - as many
      *      as the line holds, then "MORE" when others remain
      *
       P500-SHOW-SUBPERIODS.
           DISPLAY "SUB-PERIODS CLOSED :" LINE 22 POSITION 11.
           MOVE 32 TO WS-CC-POS.
           OPEN INPUT GLCCALF.
           MOVE "N" TO WS-CC-EOF.
           MOVE LOW-VALUES TO GLCC-KEY.
           IF WS-ASK-COMPANY NOT = SPACES
               MOVE WS-ASK-COMPANY TO GLCC-COMPANY
               MOVE WS-ASK-PERIOD TO GLCC-PERIOD.
           START GLCCALF KEY NOT < GLCC-KEY INVALID KEY
               MOVE "Y" TO WS-CC-EOF.
           PERFORM P510-READ-CALENDAR.
           PERFORM P520-TEST-CALENDAR UNTIL WS-CC-EOF = "Y".
           CLOSE GLCCALF.
           IF WS-CC-POS = 32
               DISPLAY "NONE" LINE 22 POSITION 32.
      *
       P510-READ-CALENDAR.
           IF WS-CC-EOF = "N"
               READ GLCCALF NEXT RECORD
                   AT END MOVE "Y" TO WS-CC-EOF.
           IF WS-CC-EOF = "N" AND WS-ASK-COMPANY NOT = SPACES AND
              (GLCC-COMPANY NOT = WS-ASK-COMPANY OR
               GLCC-PERIOD NOT = WS-ASK-PERIOD)
               MOVE "Y" TO WS-CC-EOF.
      *
       P520-TEST-CALENDAR.
           IF GLCC-PERIOD = WS-ASK-PERIOD AND GLCC-CLOSED
               IF WS-CC-POS > 68
                   DISPLAY "MORE" LINE 22 POSITION 74
                   MOVE "Y" TO WS-CC-EOF
               ELSE
                   MOVE GLCC-COMPANY TO WS-CC-COMPANY
                   MOVE GLCC-SOURCE TO WS-CC-SOURCE
                   DISPLAY WS-CC-PAIR LINE 22 POSITION WS-CC-POS
                   ADD 6 TO WS-CC-POS.
           PERFORM P510-READ-CALENDAR.
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
                   IF GLOA-PROGRAM = "GL058P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL058P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
