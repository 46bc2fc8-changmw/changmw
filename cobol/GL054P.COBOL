      ***  balance on GLMASTF (beginning balance plus every period  ***
      ***  bucket), and any difference is flagged - the tie the     ***
      ***  auditors ask for between the register and the ledger.    ***
      ***  Under the register the disposals and transfers booked    ***
      ***  by GL068P in the current posting period are listed off   ***
      ***  the movement file (GLFAMVF) - a transfer shows on both   ***
      ***  the giving and the receiving company's register.         ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLFASTF       ***
      ***              (INPUT ONLY), GLMASTF (INPUT ONLY),          ***
      ***              GLFAMVF (INPUT ONLY), GLFARWF (WORK FILE),   ***
      ***              GL054R (PRINT)                               ***
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
           SELECT GLCOMPF   ASSIGN       TO RANDOM 'GLCOMPF'
                            ORGANIZATION IS INDEXED
                            RECORD KEY   IS GLFA-KEY.
           SELECT GLFARWF   ASSIGN       TO RANDOM 'GLFARWF'.
           SELECT GLSRTWK   ASSIGN       TO 'GLSRTWK'.
           SELECT OPTIONAL GLFAMVF ASSIGN TO 'GLFAMVF'.
           SELECT GLFALST   ASSIGN       TO PRINT 'GL054R'.
      *
       DATA DIVISION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
      *  Fixed asset master file
           COPY "GLFASTSL.DEF".
      *
      *  Fixed asset movement file - written by GL068P
           COPY "GLFAMVSL.DEF".
      *
      *  Work file holding the assets re-sequenced into asset cost
      *      account order - same layout as GLFA-RECORD so a
      *      straight group MOVE carries an asset across unchanged
           05  GLFW-EXPNS-DEPT        PIC 9(3).
           05  GLFW-STATUS            PIC X.
           05  GLFW-LASTDEP-YYMM      PIC 9(4).
           05  GLFW-DISPDATE          PIC 9(6).
           05  GLFW-DISP-COST         PIC S9(9)V99    COMP-3.
           05  GLFW-PROCEEDS          PIC S9(9)V99    COMP-3.
      *
      *  Sort work file - carries the assets into account order
       SD  GLSRTWK.
           05  GLSW-EXPNS-DEPT        PIC 9(3).
           05  GLSW-STATUS            PIC X.
           05  GLSW-LASTDEP-YYMM      PIC 9(4).
           05  GLSW-DISPDATE          PIC 9(6).
           05  GLSW-DISP-COST         PIC S9(9)V99    COMP-3.
           05  GLSW-PROCEEDS          PIC S9(9)V99    COMP-3.
      *
       FD  GLFALST
           LABEL RECORDS ARE OMITTED
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
       01  WS-TOT-NBV             PIC S9(11)V99.
       01  WS-COUNT-LISTED        PIC 9(5)  VALUE 0.
       01  WS-KEY                 PIC X.
       01  WS-RUN-YYMM            PIC 9(4).
       01  WS-MV-EOF              PIC X.
       01  WS-COUNT-MOVES         PIC 9(5)  VALUE 0.
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-TI-AMOUNT       PIC -(8)9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TI-NOTE         PIC X(22).
      *
      *
       01  WS-MOVE-HEAD-1.
           05  FILLER             PIC X(31) VALUE
               "MOVEMENTS IN POSTING PERIOD : ".
           05  WS-MH-PERIOD       PIC 9(4).
      *
       01  WS-MOVE-HEAD-2.
           05  FILLER             PIC X(5)  VALUE "TYPE".
           05  FILLER             PIC X(7)  VALUE "ASSET".
           05  FILLER             PIC X(7)  VALUE "DATE".
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "COST".
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "ACC DEPR".
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "PROCEEDS".
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "GAIN(LOSS)".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "VCHR".
      *
       01  WS-MOVE-LINE.
           05  WS-ML-TYPE         PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-ASSETNO      PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-DATE         PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-COST         PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-ACCUM        PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-PROCEEDS     PIC -(8)9.99  BLANK WHEN ZERO.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-GAIN         PIC -(8)9.99  BLANK WHEN ZERO.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-VOUCHERNO    PIC X(6).
      *
       01  WS-MOVE-ROUTE.
           05  FILLER             PIC X(19) VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "FROM ".
           05  WS-MR-FR-COMPANY   PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-MR-FR-ACCTNO    PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-MR-FR-DEPT      PIC 9(3).
           05  FILLER             PIC X(5)  VALUE "  TO ".
           05  WS-MR-TO-COMPANY   PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-MR-TO-ASSETNO   PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-MR-TO-ACCTNO    PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-MR-TO-DEPT      PIC 9(3).
      *
       01  WS-UNDERLINE.
           05  FILLER             PIC X(35) VALUE SPACES.
           IF WS-FIRST-ASSET = "N"
               PERFORM P600-CLOSE-ACCOUNT.
           PERFORM P900-PRINT-REGISTER-TOTALS.
           PERFORM P700-PRINT-MOVEMENTS.
           CLOSE GLFARWF.
           CLOSE GLMASTF.
           CLOSE GLFALST.
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               MOVE GLCO-NAME TO WS-COMPANY-NAME
               DISPLAY GLCO-NAME LINE 10 POSITION 42.
      *
       P610-ADD-PERIOD.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-ACCT-BAL.
      *
      *
      *  The period's disposals and transfers off GLFAMVF - the
      *      selected company's own, plus any asset transferred in
      *      to it from another company
      *
       P700-PRINT-MOVEMENTS.
           MOVE GLSP-PYEAR  TO WS-RUN-YYMM (1:2).
           MOVE GLSP-PMONTH TO WS-RUN-YYMM (3:2).
           MOVE WS-RUN-YYMM TO WS-MH-PERIOD.
           WRITE REPORT-LINE FROM SPACES         AFTER 2.
           WRITE REPORT-LINE FROM WS-MOVE-HEAD-1 AFTER 1.
           WRITE REPORT-LINE FROM WS-MOVE-HEAD-2 AFTER 2.
           OPEN INPUT GLFAMVF.
           MOVE "N" TO WS-MV-EOF.
           PERFORM P710-READ-MOVEMENT.
           PERFORM P720-PRINT-MOVEMENT UNTIL WS-MV-EOF = "Y".
           CLOSE GLFAMVF.
           IF WS-COUNT-MOVES = 0
               MOVE "NO MOVEMENTS THIS PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE AFTER 1.
      *
       P710-READ-MOVEMENT.
           READ GLFAMVF RECORD AT END MOVE "Y" TO WS-MV-EOF.
      *
       P720-PRINT-MOVEMENT.
           IF GLFM-PERIOD = WS-RUN-YYMM AND
              (GLFM-COMPANY = WS-COMPANY OR
               GLFM-TO-COMPANY = WS-COMPANY)
               ADD 1 TO WS-COUNT-MOVES
               IF GLFM-DISPOSAL
                   MOVE "DISP" TO WS-ML-TYPE
               ELSE
                   IF GLFM-COMPANY = WS-COMPANY
                       MOVE "TFR " TO WS-ML-TYPE
                   ELSE
                       MOVE "TFRI" TO WS-ML-TYPE
                   END-IF
               END-IF
               MOVE GLFM-ASSETNO    TO WS-ML-ASSETNO
               MOVE GLFM-MOVEDATE   TO WS-ML-DATE
               MOVE GLFM-COST       TO WS-ML-COST
               MOVE GLFM-ACCUM-DEPR TO WS-ML-ACCUM
               MOVE GLFM-PROCEEDS   TO WS-ML-PROCEEDS
               MOVE GLFM-GAIN-LOSS  TO WS-ML-GAIN
               MOVE GLFM-VOUCHERNO  TO WS-ML-VOUCHERNO
               WRITE REPORT-LINE FROM WS-MOVE-LINE AFTER 1
               IF GLFM-TRANSFER
                   MOVE GLFM-COMPANY     TO WS-MR-FR-COMPANY
                   MOVE GLFM-FROM-ACCTNO TO WS-MR-FR-ACCTNO
                   MOVE GLFM-FROM-DEPT   TO WS-MR-FR-DEPT
                   MOVE GLFM-TO-COMPANY  TO WS-MR-TO-COMPANY
                   MOVE GLFM-TO-ASSETNO  TO WS-MR-TO-ASSETNO
                   MOVE GLFM-TO-ACCTNO   TO WS-MR-TO-ACCTNO
                   MOVE GLFM-TO-DEPT     TO WS-MR-TO-DEPT
                   WRITE REPORT-LINE FROM WS-MOVE-ROUTE AFTER 1.
           PERFORM P710-READ-MOVEMENT.
      *
       P900-PRINT-REGISTER-TOTALS.
           WRITE REPORT-LINE FROM WS-UNDERLINE AFTER 1.
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
                   IF GLOA-PROGRAM = "GL054P" OR "*INQ" OR "*ALL"
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
               MOVE "GL054P" TO GLOA-PROGRAM
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
           MOVE "GL054P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
