       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL083P-PROJECT-CLOSE-OUT.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program closes out the completed projects   ***
      ***  of the company selected.  Only a project whose status    ***
      ***  on GLPROJF is complete and which is still open is        ***
      ***  considered - active and on-hold projects are never       ***
      ***  closed here.  A project is closed only when nothing is   ***
      ***  still open against it: no unposted line on GLJRNLF       ***
      ***  (approved, awaiting approval or returned) and no         ***
      ***  recurring template line on GLTMPLF carrying its code.    ***
      ***  Each such open item is listed on GL083R and the project  ***
      ***  is held open; otherwise the project is closed with       ***
      ***  today's date, after which GL015P, GL013P and GL014P      ***
      ***  refuse the code.  GL081P may reopen a closed project.    ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLPROJF,      ***
      ***              GLJRNLF (INPUT ONLY), GLTMPLF (INPUT ONLY),  ***
      ***              GL083R (PRINT)                               ***
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
           SELECT GLTMPLF   ASSIGN       TO RANDOM 'GLTMPLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLTM-NAME.
           SELECT GLPCLST   ASSIGN       TO PRINT 'GL083R'.
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
      *  Project / job master file - maintained by GL081P
           COPY "GLPROJSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Recurring journal template file
           COPY "GLTMPLSL.DEF".
      *
       FD  GLPCLST
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
       01  WS-KEY                 PIC X.
       01  WS-OPTION              PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-PR-EOF              PIC X.
       01  WS-EOF                 PIC X.
       01  WS-OPEN-ITEMS          PIC 9(5).
       01  WS-TM-SUB              PIC 99.
       01  WS-COUNT-EXAMINED      PIC 9(5)  VALUE 0.
       01  WS-COUNT-CLOSED        PIC 9(5)  VALUE 0.
       01  WS-COUNT-HELD          PIC 9(5)  VALUE 0.
       01  WS-EDIT-COUNT          PIC ZZZZ9.
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
           05  FILLER             PIC X(6)  VALUE "GL083R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(26) VALUE SPACES.
           05  FILLER             PIC X(24) VALUE
               "PROJECT CLOSE-OUT REPORT".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(20) VALUE "COMPANY :".
           05  WS-H3-COMPANY      PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-H3-CONAME       PIC X(40).
      *
       01  WS-PROJECT-LINE.
           05  FILLER             PIC X(8)  VALUE "PROJECT ".
           05  WS-PL-CODE         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-DESC         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PL-RESULT       PIC X(30).
      *
       01  WS-JOURNAL-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "UNPOSTED VOUCHER".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-JL-VOUCHERNO    PIC X(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-JL-SEQNO        PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-JL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-JL-DEPT         PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-JL-STATUS       PIC X(8).
           05  WS-JL-AMOUNT       PIC -(9)9.99.
      *
       01  WS-TEMPLATE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(16) VALUE "TEMPLATE".
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TL-NAME         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "LINE ".
           05  WS-TL-LINE         PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-TL-DEPT         PIC 9(3).
      *
       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION      PIC X(40).
           05  WS-CL-COUNT        PIC Z(4)9.
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
           DISPLAY "CLOSE OUT COMPLETED PROJECTS ? (Y/N)"
               LINE 13 POSITION 21.
           ACCEPT WS-OPTION LINE 13 POSITION 60 NO BELL OFF.
           IF WS-OPTION = "Y"
               DISPLAY "CLOSE-OUT IN PROGRESS ..." LINE 24 POSITION 28
               OPEN I-O GLPROJF
               OPEN INPUT GLJRNLF
               OPEN INPUT GLTMPLF
               OPEN OUTPUT GLPCLST
               PERFORM P100-PRINT-HEADING
               PERFORM P200-START-PROJ
               PERFORM P300-PROCESS-PROJECT UNTIL WS-PR-EOF = "Y"
               PERFORM P900-PRINT-SUMMARY
               CLOSE GLPCLST
               CLOSE GLTMPLF
               CLOSE GLJRNLF
               CLOSE GLPROJF
               MOVE WS-COMPANY TO WS-SEC-COMPANY
               MOVE "RUN" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               MOVE WS-COUNT-CLOSED TO WS-EDIT-COUNT
               DISPLAY "PROJECTS CLOSED    : " LINE 20 POSITION 21
               DISPLAY WS-EDIT-COUNT LINE 20 POSITION 42
               MOVE WS-COUNT-HELD TO WS-EDIT-COUNT
               DISPLAY "PROJECTS HELD OPEN : " LINE 21 POSITION 21
               DISPLAY WS-EDIT-COUNT LINE 21 POSITION 42
               DISPLAY "GL083R GENERATED." LINE 24 POSITION 28
               PERFORM P990-DELAY.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO WS-TODAY.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL083S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "PROJECT CLOSE-OUT" LINE 3 POSITION 32.
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
       P100-PRINT-HEADING.
           MOVE WS-COMPANY TO WS-H3-COMPANY.
           MOVE GLCO-NAME  TO WS-H3-CONAME.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
      *
       P200-START-PROJ.
           MOVE "N" TO WS-PR-EOF.
           MOVE LOW-VALUES TO GLPR-CODE.
           START GLPROJF KEY NOT < GLPR-CODE INVALID KEY
               MOVE "Y" TO WS-PR-EOF.
           PERFORM P205-READ-PROJ.
      *
       P205-READ-PROJ.
           IF WS-PR-EOF = "N"
               READ GLPROJF NEXT RECORD
                   AT END MOVE "Y" TO WS-PR-EOF.
      *
      *  Only a complete project still open, of the company chosen,
      *      is a candidate - its open items are listed as found
      *      and any one of them holds it open
      *
       P300-PROCESS-PROJECT.
           IF GLPR-COMPANY = WS-COMPANY AND GLPR-COMPLETE AND
              GLPR-OPEN
               ADD 1 TO WS-COUNT-EXAMINED
               MOVE 0 TO WS-OPEN-ITEMS
               MOVE GLPR-CODE        TO WS-PL-CODE
               MOVE GLPR-DESCRIPTION TO WS-PL-DESC
               MOVE "EXAMINED"       TO WS-PL-RESULT
               WRITE REPORT-LINE FROM SPACES AFTER 1
               WRITE REPORT-LINE FROM WS-PROJECT-LINE AFTER 1
               PERFORM P400-CHECK-JOURNAL
               PERFORM P500-CHECK-TEMPLATES
               PERFORM P600-CLOSE-PROJECT.
           PERFORM P205-READ-PROJ.
      *
      *  Posted, archived and void lines are finished with - any
      *      other status is cost still on its way to the ledger
      *
       P400-CHECK-JOURNAL.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO GLJR-KEY.
           START GLJRNLF KEY NOT < GLJR-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P410-READ-JOURNAL.
           PERFORM P420-TEST-JOURNAL UNTIL WS-EOF = "Y".
      *
       P410-READ-JOURNAL.
           IF WS-EOF = "N"
               READ GLJRNLF NEXT RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P420-TEST-JOURNAL.
           IF GLJR-PROJECT = GLPR-CODE AND
              NOT GLJR-POSTED AND NOT GLJR-ARCHIVED AND NOT GLJR-VOID
               ADD 1 TO WS-OPEN-ITEMS
               MOVE GLJR-VOUCHERNO TO WS-JL-VOUCHERNO
               MOVE GLJR-SEQNO     TO WS-JL-SEQNO
               MOVE GLJR-ACCTNO    TO WS-JL-ACCTNO
               MOVE GLJR-DEPT      TO WS-JL-DEPT
               MOVE GLJR-AMOUNT    TO WS-JL-AMOUNT
               IF GLJR-AWAITING
                   MOVE "AWAITING" TO WS-JL-STATUS
               ELSE
                   IF GLJR-RETURNED
                       MOVE "RETURNED" TO WS-JL-STATUS
                   ELSE
                       MOVE "APPROVED" TO WS-JL-STATUS
                   END-IF
               END-IF
               WRITE REPORT-LINE FROM WS-JOURNAL-LINE AFTER 1.
           PERFORM P410-READ-JOURNAL.
      *
      *  A recurring template line coded to the project would
      *      charge it again the next time the template is used
      *
       P500-CHECK-TEMPLATES.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO GLTM-NAME.
           START GLTMPLF KEY NOT < GLTM-NAME INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P510-READ-TEMPLATE.
           PERFORM P520-TEST-TEMPLATE UNTIL WS-EOF = "Y".
      *
       P510-READ-TEMPLATE.
           IF WS-EOF = "N"
               READ GLTMPLF NEXT RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P520-TEST-TEMPLATE.
           PERFORM P530-TEST-TEMPLATE-LINE
               VARYING WS-TM-SUB FROM 1 BY 1
               UNTIL WS-TM-SUB > GLTM-LINE-COUNT OR WS-TM-SUB > 19.
           PERFORM P510-READ-TEMPLATE.
      *
       P530-TEST-TEMPLATE-LINE.
           IF GLTM-PROJECT (WS-TM-SUB) = GLPR-CODE
               ADD 1 TO WS-OPEN-ITEMS
               MOVE GLTM-NAME               TO WS-TL-NAME
               MOVE WS-TM-SUB               TO WS-TL-LINE
               MOVE GLTM-ACCTNO (WS-TM-SUB) TO WS-TL-ACCTNO
               MOVE GLTM-DEPT (WS-TM-SUB)   TO WS-TL-DEPT
               WRITE REPORT-LINE FROM WS-TEMPLATE-LINE AFTER 1.
      *
       P600-CLOSE-PROJECT.
           IF WS-OPEN-ITEMS NOT = 0
               ADD 1 TO WS-COUNT-HELD
               MOVE "HELD OPEN - ITEMS ABOVE" TO WS-PL-RESULT
           ELSE
               MOVE "C" TO GLPR-OPEN-FLAG
               MOVE WS-TODAY TO GLPR-CLOSEDAT
               REWRITE GLPR-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLPROJF"
                       LINE 24 BELL
               END-REWRITE
               ADD 1 TO WS-COUNT-CLOSED
               MOVE "CLOSED" TO WS-PL-RESULT
               MOVE GLPR-CODE TO WS-SEC-TARGET
               MOVE WS-COMPANY TO WS-SEC-COMPANY
               MOVE "PROJ CLOSE" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               MOVE SPACES TO WS-SEC-TARGET WS-SEC-COMPANY.
           MOVE SPACES TO WS-PL-CODE WS-PL-DESC.
           WRITE REPORT-LINE FROM WS-PROJECT-LINE AFTER 1.
      *
       P900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "COMPLETED PROJECTS EXAMINED            :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-EXAMINED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "PROJECTS CLOSED                        :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-CLOSED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "PROJECTS HELD OPEN - ITEMS STILL OPEN  :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-HELD TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 4.
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
              GLOP-AUTHORITY NOT < 4
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
                   IF GLOA-PROGRAM = "GL083P" OR "*CLOSE" OR "*ALL"
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
               MOVE "GL083P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*CLOSE" TO GLOA-PROGRAM
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
           MOVE "GL083P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
