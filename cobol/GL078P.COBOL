       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL078P-STREAM-JOB-LOG-LIST.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the nightly stream job log   ***
      ***  (GLJOBLF) that GL077P writes, for the morning shift.     ***
      ***  The operator asks for the streams started on one date,   ***
      ***  or for the last stream on the log.  Each stream prints   ***
      ***  under its own heading with the company and period it     ***
      ***  ran for, then every record in the order it was written   ***
      ***  - step, program, start and end date and time, result,    ***
      ***  the outcome the step itself reported and the reason      ***
      ***  the stream stopped - with records written by a restart   ***
      ***  marked R.  A step that was started but never came back   ***
      ***  (no result record after its started record) is flagged,  ***
      ***  because that is the step the stream died in.  The        ***
      ***  closing counts give the streams listed and the steps     ***
      ***  that did not complete.                                   ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLJOBLF (INPUT ONLY), GL078R        ***
      ***              (PRINT)                                      ***
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
           SELECT OPTIONAL GLJOBLF
                            ASSIGN       TO INPUT 'GLJOBLF'.
           SELECT GLJLLST   ASSIGN       TO PRINT 'GL078R'.
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
      *  Nightly stream job log
           COPY "GLJOBLSL.DEF".
      *
       FD  GLJLLST
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
       01  WS-SELECT-DATE         PIC 9(6).
       01  WS-COUNT-STREAMS       PIC 9(5)  VALUE 0.
       01  WS-COUNT-NOT-DONE      PIC 9(5)  VALUE 0.
       01  WS-INPUTDATE.
           05  WS-IDD             PIC 99.
           05  WS-IMM             PIC 99.
           05  WS-IYY             PIC 99.
       01  WS-YMD-DATE.
           05  WS-FYY             PIC 99.
           05  WS-FMM             PIC 99.
           05  WS-FDD             PIC 99.
      *
      *  The stream being listed, the last stream on the log, and
      *      the step whose started record still waits for a result
      *
       01  WS-CUR-STREAM-ID       PIC 9(12)  VALUE 0.
       01  WS-LAST-STREAM-ID      PIC 9(12)  VALUE 0.
       01  WS-PEND-STREAM-ID      PIC 9(12)  VALUE 0.
       01  WS-PEND-STEP           PIC 99     VALUE 0.
      *
       01  WS-WORK-DATE.
           05  WS-WD-YY           PIC 99.
           05  WS-WD-MM           PIC 99.
           05  WS-WD-DD           PIC 99.
       01  WS-WORK-TIME.
           05  WS-WT-HH           PIC 99.
           05  WS-WT-MI           PIC 99.
           05  WS-WT-SS           PIC 99.
       01  WS-EDIT-STAMP.
           05  WS-ES-YY           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-ES-MM           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-ES-DD           PIC 99.
           05  FILLER             PIC X  VALUE SPACE.
           05  WS-ES-HH           PIC 99.
           05  FILLER             PIC X  VALUE ":".
           05  WS-ES-MI           PIC 99.
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
           05  FILLER             PIC X(6)  VALUE "GL078R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               "NIGHTLY BATCH STREAM JOB LOG".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(2)  VALUE "ST".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(6)  VALUE "PROG".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "STARTED".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "ENDED".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "RESULT".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "OUTCOME".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(1)  VALUE "R".
      *
       01  WS-STREAM-LINE.
           05  FILLER             PIC X(16) VALUE
               "STREAM STARTED  ".
           05  WS-SH-STAMP        PIC X(14).
           05  FILLER             PIC X(12) VALUE
               "   COMPANY  ".
           05  WS-SH-COMPANY      PIC XX.
           05  FILLER             PIC X(11) VALUE
               "   PERIOD  ".
           05  WS-SH-PERIOD       PIC 99.
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-STEP         PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-PROGRAM      PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-START        PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-END          PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-RESULT       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-OUTCOME      PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-RESTART      PIC X(1).
      *
       01  WS-REASON-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-RL-REASON       PIC X(30).
      *
       01  WS-NO-RESULT-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(46) VALUE
               "*** NO RESULT LOGGED - STEP DID NOT RETURN ***".
      *
       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION      PIC X(30).
           05  WS-CL-COUNT        PIC Z(4)9.
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
           PERFORM P010-ACPT-DATE.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           IF WS-SELECT-DATE = 0
               PERFORM P050-FIND-LAST-STREAM.
           OPEN INPUT  GLJOBLF.
           OPEN OUTPUT GLJLLST.
           PERFORM P100-PRINT-HEADING.
           MOVE "N" TO WS-EOF.
           PERFORM P200-READ-LOG.
           PERFORM P300-TEST-RECORD UNTIL WS-EOF = "Y".
           PERFORM P450-CHECK-PENDING.
           PERFORM P900-PRINT-COUNTS.
           CLOSE GLJOBLF.
           CLOSE GLJLLST.
           CLOSE GLSYSPF.
           DISPLAY "GL078R GENERATED." LINE 24 POSITION 28.
           STOP RUN.
      *
       P010-ACPT-DATE.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           DISPLAY "GL078S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "NIGHTLY BATCH STREAM JOB LOG" LINE 3
               POSITION 26.
           DISPLAY "STREAM DATE (DDMMYY, 0 = LAST STREAM) : " LINE 9
               POSITION 17.
           ACCEPT WS-INPUTDATE LINE 9 POSITION 58 NO BELL OFF.
           IF WS-INPUTDATE = ZERO
               MOVE 0 TO WS-SELECT-DATE
           ELSE
               MOVE WS-IYY TO WS-FYY
               MOVE WS-IMM TO WS-FMM
               MOVE WS-IDD TO WS-FDD
               MOVE WS-YMD-DATE TO WS-SELECT-DATE.
      *
      *  First pass - the identity of the last stream written
      *
       P050-FIND-LAST-STREAM.
           OPEN INPUT GLJOBLF.
           MOVE "N" TO WS-EOF.
           PERFORM P200-READ-LOG.
           PERFORM P060-NOTE-STREAM UNTIL WS-EOF = "Y".
           CLOSE GLJOBLF.
      *
       P060-NOTE-STREAM.
           MOVE GLJB-STREAM-ID TO WS-LAST-STREAM-ID.
           PERFORM P200-READ-LOG.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
      *
       P200-READ-LOG.
           READ GLJOBLF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P300-TEST-RECORD.
           IF (WS-SELECT-DATE = 0 AND
               GLJB-STREAM-ID = WS-LAST-STREAM-ID) OR
              (WS-SELECT-DATE NOT = 0 AND
               GLJB-STREAM-DATE = WS-SELECT-DATE)
               PERFORM P400-PRINT-RECORD.
           PERFORM P200-READ-LOG.
      *
      *  One job log record - a new stream gets its own heading
      *      line first
      *
       P400-PRINT-RECORD.
           PERFORM P450-CHECK-PENDING.
           IF GLJB-STREAM-ID NOT = WS-CUR-STREAM-ID
               MOVE GLJB-STREAM-ID TO WS-CUR-STREAM-ID
               ADD 1 TO WS-COUNT-STREAMS
               MOVE GLJB-STREAM-DATE TO WS-WORK-DATE
               MOVE GLJB-STREAM-TIME TO WS-WORK-TIME
               PERFORM P500-EDIT-STAMP
               MOVE WS-EDIT-STAMP TO WS-SH-STAMP
               MOVE GLJB-COMPANY TO WS-SH-COMPANY
               MOVE GLJB-PERIOD-MONTH TO WS-SH-PERIOD
               WRITE REPORT-LINE FROM SPACES AFTER 1
               WRITE REPORT-LINE FROM WS-STREAM-LINE AFTER 1
               WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE GLJB-STEP TO WS-DL-STEP.
           MOVE GLJB-PROGRAM TO WS-DL-PROGRAM.
           MOVE GLJB-START-DATE TO WS-WORK-DATE.
           MOVE GLJB-START-TIME TO WS-WORK-TIME.
           PERFORM P500-EDIT-STAMP.
           MOVE WS-EDIT-STAMP TO WS-DL-START.
           IF GLJB-END-DATE = 0
               MOVE SPACES TO WS-DL-END
           ELSE
               MOVE GLJB-END-DATE TO WS-WORK-DATE
               MOVE GLJB-END-TIME TO WS-WORK-TIME
               PERFORM P500-EDIT-STAMP
               MOVE WS-EDIT-STAMP TO WS-DL-END.
           MOVE GLJB-RESULT TO WS-DL-RESULT.
           MOVE GLJB-STEP-STATUS TO WS-DL-OUTCOME.
           MOVE GLJB-RESTART TO WS-DL-RESTART.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
           IF GLJB-REASON NOT = SPACES
               MOVE GLJB-REASON TO WS-RL-REASON
               WRITE REPORT-LINE FROM WS-REASON-LINE AFTER 1.
           IF GLJB-STEP NOT = 0 AND
              (GLJB-ABORTED OR GLJB-FAILED OR GLJB-NOT-RUN)
               ADD 1 TO WS-COUNT-NOT-DONE.
           IF GLJB-STEP NOT = 0 AND GLJB-STARTED
               MOVE GLJB-STREAM-ID TO WS-PEND-STREAM-ID
               MOVE GLJB-STEP TO WS-PEND-STEP.
      *
      *  A step's started record must be followed by its result -
      *      when anything else comes next, or the log ends, the
      *      step never returned
      *
       P450-CHECK-PENDING.
           IF WS-PEND-STEP NOT = 0
               IF WS-EOF = "Y" OR
                  GLJB-STREAM-ID NOT = WS-PEND-STREAM-ID OR
                  GLJB-STEP NOT = WS-PEND-STEP OR GLJB-STARTED
                   WRITE REPORT-LINE FROM WS-NO-RESULT-LINE AFTER 1
                   ADD 1 TO WS-COUNT-NOT-DONE
                   MOVE 0 TO WS-PEND-STEP
               ELSE
                   MOVE 0 TO WS-PEND-STEP.
      *
       P500-EDIT-STAMP.
           MOVE WS-WD-YY TO WS-ES-YY.
           MOVE WS-WD-MM TO WS-ES-MM.
           MOVE WS-WD-DD TO WS-ES-DD.
           MOVE WS-WT-HH TO WS-ES-HH.
           MOVE WS-WT-MI TO WS-ES-MI.
      *
       P900-PRINT-COUNTS.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "STREAMS LISTED               :" TO WS-CL-CAPTION.
           MOVE WS-COUNT-STREAMS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "STEPS NOT COMPLETED          :" TO WS-CL-CAPTION.
           MOVE WS-COUNT-NOT-DONE TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
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
                   IF GLOA-PROGRAM = "GL078P" OR "*INQ" OR "*ALL"
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
           MOVE "GL078P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
