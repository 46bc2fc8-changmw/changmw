       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL079P-OPERATOR-ACCESS-REVIEW.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the operator access review   ***
      ***  that internal audit signs off each quarter.  Every       ***
      ***  operator on GLOPERF prints with name, authority level    ***
      ***  and status, then either every grant the operator holds   ***
      ***  on the access matrix (GLOACCF) - company, or all         ***
      ***  companies, against a program or program group, with      ***
      ***  the date granted - or, for an operator not under matrix  ***
      ***  control, a note that the authority level alone governs   ***
      ***  every company and program.  An operator under matrix     ***
      ***  control with no grants is noted too, as that operator    ***
      ***  cannot sign on anywhere.  Counts and a reviewer's        ***
      ***  sign-off block close the listing.                        ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLOPERF, GLOACCF, GLCOMPF (INPUT    ***
      ***              ONLY), GL079R (PRINT)                        ***
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
           SELECT GLACLST   ASSIGN       TO PRINT 'GL079R'.
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
       FD  GLACLST
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
       01  WS-ACC-EOF             PIC X.
       01  WS-GRANTS-HELD         PIC 9(4).
       01  WS-COUNT-OPERATORS     PIC 9(5)  VALUE 0.
       01  WS-COUNT-UNRESTRICTED  PIC 9(5)  VALUE 0.
       01  WS-COUNT-NO-GRANTS     PIC 9(5)  VALUE 0.
       01  WS-COUNT-GRANTS        PIC 9(5)  VALUE 0.
      *
       01  WS-GRANT-DATE.
           05  WS-GD-YY           PIC 99.
           05  WS-GD-MM           PIC 99.
           05  WS-GD-DD           PIC 99.
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
           05  FILLER             PIC X(6)  VALUE "GL079R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(24) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               "OPERATOR ACCESS REVIEW LISTING".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(42) VALUE "COMPANY".
           05  FILLER             PIC X(18) VALUE "PROGRAM / GROUP".
           05  FILLER             PIC X(7)  VALUE "GRANTED".
      *
       01  WS-OPERATOR-LINE.
           05  WS-OL-ID           PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OL-NAME         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "AUTHORITY ".
           05  WS-OL-AUTHORITY    PIC 9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-OL-STATUS       PIC X(8).
      *
       01  WS-NOTE-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-NL-TEXT         PIC X(60).
      *
       01  WS-GRANT-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-GL-COMPANY      PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-GL-CONAME       PIC X(36).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-GL-PROGRAM      PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-GL-GROUP-NAME   PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-GL-DATE.
               10  WS-GL-DD       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-GL-MM       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-GL-YY       PIC 99.
      *
       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION      PIC X(40).
           05  WS-CL-COUNT        PIC Z(4)9.
      *
       01  WS-SIGN-OFF-LINE       PIC X(72).
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
           PERFORM P010-SHOW-SCREEN.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           OPEN INPUT GLOPERF.
           OPEN INPUT GLOACCF.
           OPEN INPUT GLCOMPF.
           OPEN OUTPUT GLACLST.
           PERFORM P100-PRINT-HEADING.
           MOVE "N" TO WS-EOF.
           PERFORM P200-READ-OPERATOR.
           PERFORM P300-LIST-OPERATOR UNTIL WS-EOF = "Y".
           PERFORM P900-PRINT-COUNTS.
           PERFORM P950-PRINT-SIGN-OFF.
           CLOSE GLOPERF.
           CLOSE GLOACCF.
           CLOSE GLCOMPF.
           CLOSE GLACLST.
           CLOSE GLSYSPF.
           DISPLAY "GL079R GENERATED." LINE 24 POSITION 28.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           DISPLAY "GL079S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "OPERATOR ACCESS REVIEW LISTING" LINE 3
               POSITION 25.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
      *
       P200-READ-OPERATOR.
           READ GLOPERF NEXT RECORD AT END MOVE "Y" TO WS-EOF.
      *
      *  One operator - the operator line, then the grants, or the
      *      note that the authority level alone applies
      *
       P300-LIST-OPERATOR.
           ADD 1 TO WS-COUNT-OPERATORS.
           MOVE GLOP-ID        TO WS-OL-ID.
           MOVE GLOP-NAME      TO WS-OL-NAME.
           MOVE GLOP-AUTHORITY TO WS-OL-AUTHORITY.
           IF GLOP-LOCKED-OUT
               MOVE "LOCKED" TO WS-OL-STATUS
           ELSE
               IF GLOP-DISABLED
                   MOVE "DISABLED" TO WS-OL-STATUS
               ELSE
                   MOVE SPACES TO WS-OL-STATUS.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           WRITE REPORT-LINE FROM WS-OPERATOR-LINE AFTER 1.
           IF GLOP-MATRIX-CONTROL
               PERFORM P400-LIST-GRANTS
           ELSE
               ADD 1 TO WS-COUNT-UNRESTRICTED
               MOVE "NOT UNDER MATRIX CONTROL - AUTHORITY LEVEL ALONE"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1
               MOVE "APPLIES TO EVERY COMPANY AND PROGRAM *** REVIEW"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
           PERFORM P200-READ-OPERATOR.
      *
       P400-LIST-GRANTS.
           MOVE 0 TO WS-GRANTS-HELD.
           MOVE GLOP-ID TO GLOA-OPERATOR.
           MOVE LOW-VALUES TO GLOA-COMPANY GLOA-PROGRAM.
           MOVE "N" TO WS-ACC-EOF.
           START GLOACCF KEY NOT < GLOA-KEY INVALID KEY
               MOVE "Y" TO WS-ACC-EOF.
           PERFORM P410-READ-GRANT.
           PERFORM P420-PRINT-GRANT UNTIL WS-ACC-EOF = "Y".
           IF WS-GRANTS-HELD = 0
               ADD 1 TO WS-COUNT-NO-GRANTS
               MOVE "NO GRANTS ON THE ACCESS MATRIX - CANNOT SIGN ON"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
       P410-READ-GRANT.
           IF WS-ACC-EOF = "N"
               READ GLOACCF NEXT RECORD
                   AT END MOVE "Y" TO WS-ACC-EOF.
           IF WS-ACC-EOF = "N" AND GLOA-OPERATOR NOT = GLOP-ID
               MOVE "Y" TO WS-ACC-EOF.
      *
       P420-PRINT-GRANT.
           ADD 1 TO WS-GRANTS-HELD.
           ADD 1 TO WS-COUNT-GRANTS.
           MOVE GLOA-COMPANY TO WS-GL-COMPANY.
           IF GLOA-ALL-COMPANIES
               MOVE "ALL COMPANIES" TO WS-GL-CONAME
           ELSE
               MOVE GLOA-COMPANY TO GLCO-CODE
               READ GLCOMPF RECORD INVALID KEY
                   MOVE "*** NOT ON GLCOMPF" TO GLCO-NAME
               END-READ
               MOVE GLCO-NAME TO WS-GL-CONAME.
           MOVE GLOA-PROGRAM TO WS-GL-PROGRAM.
           EVALUATE GLOA-PROGRAM
               WHEN "*INQ"
                   MOVE "INQUIRY" TO WS-GL-GROUP-NAME
               WHEN "*JRNL"
                   MOVE "JOURNAL" TO WS-GL-GROUP-NAME
               WHEN "*POST"
                   MOVE "POSTING" TO WS-GL-GROUP-NAME
               WHEN "*CLOSE"
                   MOVE "CLOSE" TO WS-GL-GROUP-NAME
               WHEN "*MAINT"
                   MOVE "MAINT" TO WS-GL-GROUP-NAME
               WHEN "*ALL"
                   MOVE "ALL PROG" TO WS-GL-GROUP-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-GL-GROUP-NAME
           END-EVALUATE.
           MOVE GLOA-GRANT-DATE TO WS-GRANT-DATE.
           MOVE WS-GD-DD TO WS-GL-DD.
           MOVE WS-GD-MM TO WS-GL-MM.
           MOVE WS-GD-YY TO WS-GL-YY.
           WRITE REPORT-LINE FROM WS-GRANT-LINE AFTER 1.
           PERFORM P410-READ-GRANT.
      *
       P900-PRINT-COUNTS.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "OPERATORS LISTED                       :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-OPERATORS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "NOT UNDER MATRIX CONTROL               :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-UNRESTRICTED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "UNDER MATRIX CONTROL WITH NO GRANTS    :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-NO-GRANTS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "GRANTS LISTED                          :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-GRANTS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
      *
      *  Reviewer's sign-off block for the quarterly access review
      *
       P950-PRINT-SIGN-OFF.
           MOVE "REVIEWED BY (INTERNAL AUDIT) : ____________________"
               TO WS-SIGN-OFF-LINE.
           WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE AFTER 3.
           MOVE "SIGNATURE                    : ____________________"
               TO WS-SIGN-OFF-LINE.
           WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE AFTER 2.
           MOVE "DATE REVIEWED                : ____________________"
               TO WS-SIGN-OFF-LINE.
           WRITE REPORT-LINE FROM WS-SIGN-OFF-LINE AFTER 2.
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
                   IF GLOA-PROGRAM = "GL079P" OR "*INQ" OR "*ALL"
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
           MOVE "GL079P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
