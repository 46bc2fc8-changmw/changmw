       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL077P-NIGHTLY-STREAM-CONTROL.
       AUTHOR.           CHAN-HON-PIU.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program runs the nightly batch stream -     ***
      ***  the proof journal (GL036P), the posting run (GL018P),    ***
      ***  the ledger integrity check (GL033P), the control         ***
      ***  account reconciliation (GL059P), the open journal        ***
      ***  ageing (GL067P), the month-end report package (GL046P)   ***
      ***  and the warehouse posted transaction feed (GL091P) - in  ***
      ***  order, unattended, from one sign-on.                     ***
      ***  The steps are defined in the step table below, each      ***
      ***  with the step it requires to have completed first and    ***
      ***  the outcome that stops the stream : an unbalanced        ***
      ***  voucher on the proof journal, a rejected line on the     ***
      ***  posting run, an out-of-balance ledger on the integrity   ***
      ***  check, an incomplete report package, a refused           ***
      ***  warehouse feed.  Each step is driven the way GL046P      ***
      ***  drives the report package - a deck record (GLRPARF) for  ***
      ***  the step, the run log (GLRNLGF) cleared, the program     ***
      ***  called by name - and the step's own outcome is read      ***
      ***  back off the run log.                                    ***
      ***  A step that leaves no outcome behind has failed.         ***
      ***                                                           ***
      ***          Every step writes a started record to the job    ***
      ***  log (GLJOBLF) before it is called and a result record    ***
      ***  with its end time after it returns, so the morning       ***
      ***  shift can see exactly where a stream stopped - GL078P    ***
      ***  prints the log.  A step whose required predecessor has   ***
      ***  not completed is logged NOT RUN and the stream stops.    ***
      ***  A stopped or interrupted stream is restarted from this   ***
      ***  screen at the first step that did not complete, under    ***
      ***  the same stream identity, company and period, instead    ***
      ***  of from the top - the steps already completed are not    ***
      ***  run again.                                               ***
      ***                                                           ***
      ***          The stream needs authority level 3, the level    ***
      ***  the posting run needs, and the signed-on operator goes   ***
      ***  into every deck record as the authorising operator.      ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLRPARF,      ***
      ***              GLRNLGF, GLJOBLF                             ***
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
           SELECT GLRPARF   ASSIGN       TO OUTPUT 'GLRPARF'.
           SELECT OPTIONAL GLRNLGF
                            ASSIGN       TO RANDOM 'GLRNLGF'.
           SELECT OPTIONAL GLJOBLF
                            ASSIGN       TO 'GLJOBLF'.
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
      *  Report parameter deck and run log
           COPY "GLRPARSL.DEF".
           COPY "GLRNLGSL.DEF".
      *
      *  Nightly stream job log
           COPY "GLJOBLSL.DEF".
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
       01  WS-CONAME              PIC X(40).
       01  WS-OPTION              PIC X.
       01  WS-CONFIRM             PIC X.
       01  WS-EOF                 PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-MONTH-VALID         PIC X.
       01  WS-STREAM-OK           PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-PERIOD-MONTH        PIC 99.
       01  WS-STEP                PIC 99.
       01  WS-PRED                PIC 99.
       01  WS-FROM-STEP           PIC 99.
       01  WS-LINE-NUM            PIC 99.
       01  WS-STEP-STATUS         PIC X(12).
       01  WS-RESTART             PIC X.
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
      *  The stream's batch steps, in running order - program,
      *      the name it is called by, the step that must have
      *      completed before it may run (00 = none) and the run
      *      log outcome that stops the stream (spaces = only a
      *      step that leaves no outcome stops it)
      *
       01  WS-STEP-MAX            PIC 99  VALUE 7.
       01  WS-STEP-VALUES.
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL036P".
               10  FILLER         PIC X(30)  VALUE
                   "GL036P-DAILY-PROOF-JOURNAL".
               10  FILLER         PIC 99     VALUE 00.
               10  FILLER         PIC X(12)  VALUE "UNBALANCED".
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL018P".
               10  FILLER         PIC X(30)  VALUE
                   "GL018P-POST-JOURNAL-TO-MASTER".
               10  FILLER         PIC 99     VALUE 01.
               10  FILLER         PIC X(12)  VALUE "REJECTED".
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL033P".
               10  FILLER         PIC X(30)  VALUE
                   "GL033P-LEDGER-INTEGRITY-CHECK".
               10  FILLER         PIC 99     VALUE 02.
               10  FILLER         PIC X(12)  VALUE "OUT OF BAL".
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL059P".
               10  FILLER         PIC X(30)  VALUE
                   "GL059P-CONTROL-ACCOUNT-RECON".
               10  FILLER         PIC 99     VALUE 03.
               10  FILLER         PIC X(12)  VALUE SPACES.
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL067P".
               10  FILLER         PIC X(30)  VALUE
                   "GL067P-OPEN-JOURNAL-AGEING".
               10  FILLER         PIC 99     VALUE 02.
               10  FILLER         PIC X(12)  VALUE SPACES.
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL046P".
               10  FILLER         PIC X(30)  VALUE
                   "GL046P-REPORT-PACKAGE-DRIVER".
               10  FILLER         PIC 99     VALUE 03.
               10  FILLER         PIC X(12)  VALUE "INCOMPLETE".
           05  FILLER.
               10  FILLER         PIC X(6)   VALUE "GL091P".
               10  FILLER         PIC X(30)  VALUE
                   "GL091P-WAREHOUSE-FEED".
               10  FILLER         PIC 99     VALUE 02.
               10  FILLER         PIC X(12)  VALUE "REFUSED".
       01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05  WS-STEP-ENTRY      OCCURS 7 TIMES.
               10  WS-ST-PROGRAM  PIC X(6).
               10  WS-ST-CALL-NAME
                                  PIC X(30).
               10  WS-ST-PRED     PIC 99.
               10  WS-ST-ABORT-ON PIC X(12).
      *
      *  Each step's latest result in the stream being run or
      *      restarted, as the job log has it
      *
       01  WS-RESULT-TABLE.
           05  WS-RS-RESULT       PIC X(10)  OCCURS 7 TIMES.
      *
      *  The last stream on the job log
      *
       01  WS-LS-STREAM-ID.
           05  WS-LS-STREAM-DATE  PIC 9(6)   VALUE 0.
           05  WS-LS-STREAM-TIME  PIC 9(6)   VALUE 0.
       01  WS-LS-STATE            PIC X(10).
       01  WS-LS-COMPANY          PIC XX.
       01  WS-LS-PERIOD-MONTH     PIC 99.
       01  WS-LS-OPEN             PIC X.
      *
      *  The stream being run, and the job log record being built
      *
       01  WS-STREAM-ID.
           05  WS-STREAM-DATE     PIC 9(6).
           05  WS-STREAM-TIME     PIC 9(6).
       01  WS-JB-STEP             PIC 99.
       01  WS-JB-PROGRAM          PIC X(6).
       01  WS-JB-START-DATE       PIC 9(6).
       01  WS-JB-START-TIME       PIC 9(6).
       01  WS-JB-END-DATE         PIC 9(6).
       01  WS-JB-END-TIME         PIC 9(6).
       01  WS-JB-RESULT           PIC X(10).
       01  WS-JB-STEP-STATUS      PIC X(12).
       01  WS-JB-REASON           PIC X(30).
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-SCREEN-DATE.
           05  WS-DAY             PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-MONTH           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-YEAR            PIC 99.
       01  WS-STREAM-YMD.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-STREAM-DMY.
           05  WS-DAY             PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-MONTH           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-YEAR            PIC 99.
       01  WS-STREAM-HMS.
           05  WS-HOUR            PIC 99.
           05  WS-MINUTE          PIC 99.
           05  WS-SECOND          PIC 99.
       01  WS-STREAM-HM.
           05  WS-HOUR            PIC 99.
           05  FILLER             PIC X  VALUE ":".
           05  WS-MINUTE          PIC 99.
      *
       01  WS-STEP-LINE.
           05  FILLER             PIC X(5)  VALUE "STEP ".
           05  WS-SL-STEP         PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SL-PROGRAM      PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SL-RESULT       PIC X(10).
      *
       01  WS-STOP-REASON.
           05  FILLER             PIC X(16) VALUE
               "STOPPED AT STEP ".
           05  WS-SR-STEP         PIC 99.
           05  FILLER             PIC X     VALUE SPACE.
           05  WS-SR-PROGRAM      PIC X(6).
           05  FILLER             PIC X(5)  VALUE SPACES.
      *
       01  WS-PRED-REASON.
           05  FILLER             PIC X(16) VALUE
               "PREDECESSOR STEP".
           05  FILLER             PIC X     VALUE SPACE.
           05  WS-PR-STEP         PIC 99.
           05  FILLER             PIC X(11) VALUE
               " NOT DONE".
      *
       01  WS-ERR-MESS-1          PIC X(40)  VALUE
           "ERR-747 : NO STOPPED STREAM TO RESTART".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-CONAME TO WS-CONAME.
           PERFORM P015-SHOW-HEADINGS.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           PERFORM P100-FIND-LAST-STREAM.
           MOVE SPACE TO WS-OPTION.
           PERFORM P020-ACPT-OPTION UNTIL WS-OPTION = "1" OR
               WS-OPTION = "2" OR WS-OPTION = "9".
           IF WS-OPTION = "1"
               PERFORM P200-NEW-STREAM.
           IF WS-OPTION = "2"
               PERFORM P250-RESTART-STREAM.
           IF WS-OPTION NOT = "9"
               PERFORM P300-RUN-STREAM
               MOVE "RUN" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY
               PERFORM P010-SHOW-SCREEN
               DISPLAY "STREAM ENDED - " LINE 22 POSITION 21
               DISPLAY WS-LS-STATE LINE 22 POSITION 36
               PERFORM P990-DELAY.
           CLOSE GLSYSPF.
           STOP RUN.
      *
      *  The main screen - the last stream on the job log and
      *      where each of its steps got to
      *
       P010-SHOW-SCREEN.
           PERFORM P015-SHOW-HEADINGS.
           DISPLAY "LAST STREAM   :" LINE 5 POSITION 21.
           IF WS-LS-STREAM-ID = ZERO
               DISPLAY "NONE ON THE JOB LOG" LINE 5 POSITION 37
           ELSE
               MOVE WS-LS-STREAM-DATE TO WS-STREAM-YMD
               MOVE CORR WS-STREAM-YMD TO WS-STREAM-DMY
               MOVE WS-LS-STREAM-TIME TO WS-STREAM-HMS
               MOVE CORR WS-STREAM-HMS TO WS-STREAM-HM
               DISPLAY WS-STREAM-DMY LINE 5 POSITION 37
               DISPLAY WS-STREAM-HM  LINE 5 POSITION 46
               DISPLAY WS-LS-STATE   LINE 5 POSITION 53
               DISPLAY "COMPANY " LINE 6 POSITION 37
               DISPLAY WS-LS-COMPANY LINE 6 POSITION 45
               DISPLAY "PERIOD " LINE 6 POSITION 49
               DISPLAY WS-LS-PERIOD-MONTH LINE 6 POSITION 56
               MOVE 8 TO WS-LINE-NUM
               PERFORM P012-SHOW-STEP VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > WS-STEP-MAX.
      *
       P012-SHOW-STEP.
           MOVE WS-STEP TO WS-SL-STEP.
           MOVE WS-ST-PROGRAM (WS-STEP) TO WS-SL-PROGRAM.
           MOVE WS-RS-RESULT (WS-STEP) TO WS-SL-RESULT.
           DISPLAY WS-STEP-LINE LINE WS-LINE-NUM POSITION 21.
           ADD 1 TO WS-LINE-NUM.
      *
       P015-SHOW-HEADINGS.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           DISPLAY "GL077S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "NIGHTLY BATCH STREAM CONTROL" LINE 3
               POSITION 26.
      *
       P020-ACPT-OPTION.
           PERFORM P010-SHOW-SCREEN.
           DISPLAY "1 = START NEW STREAM   2 = RESTART LAST STREAM"
               LINE 16 POSITION 17.
           DISPLAY "9 = EXIT                 OPTION : " LINE 17
               POSITION 17.
           ACCEPT WS-OPTION LINE 17 POSITION 51 NO BELL OFF.
           IF WS-OPTION = "2" AND WS-LS-OPEN NOT = "Y"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P990-DELAY
               MOVE SPACE TO WS-OPTION.
      *
      *  Find the last stream on the job log - its identity, the
      *      company and period it runs for, the latest result of
      *      each step, and whether it ever finished.  A stream
      *      whose own closing record is missing (interrupted) or
      *      says STOPPED is open for restart.
      *
       P100-FIND-LAST-STREAM.
           MOVE ZERO TO WS-LS-STREAM-ID.
           MOVE SPACES TO WS-LS-STATE.
           MOVE "N" TO WS-LS-OPEN.
           PERFORM P115-CLEAR-RESULT VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-STEP-MAX.
           OPEN INPUT GLJOBLF.
           MOVE "N" TO WS-EOF.
           PERFORM P105-READ-JOB-LOG.
           PERFORM P110-TAKE-JOB-RECORD UNTIL WS-EOF = "Y".
           CLOSE GLJOBLF.
           IF WS-LS-STREAM-ID NOT = ZERO AND
              WS-LS-STATE NOT = "COMPLETED"
               MOVE "Y" TO WS-LS-OPEN.
      *
       P105-READ-JOB-LOG.
           READ GLJOBLF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P110-TAKE-JOB-RECORD.
           IF GLJB-STREAM-ID NOT = WS-LS-STREAM-ID
               MOVE GLJB-STREAM-ID TO WS-LS-STREAM-ID
               MOVE SPACES TO WS-LS-STATE
               PERFORM P115-CLEAR-RESULT VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > WS-STEP-MAX.
           IF GLJB-STEP = 0
               MOVE GLJB-RESULT TO WS-LS-STATE
               MOVE GLJB-COMPANY TO WS-LS-COMPANY
               MOVE GLJB-PERIOD-MONTH TO WS-LS-PERIOD-MONTH
           ELSE
               IF GLJB-STEP NOT > WS-STEP-MAX
                   MOVE GLJB-RESULT TO WS-RS-RESULT (GLJB-STEP).
           PERFORM P105-READ-JOB-LOG.
      *
       P115-CLEAR-RESULT.
           MOVE SPACES TO WS-RS-RESULT (WS-STEP).
      *
      *  A new stream - the company and period month the control
      *      account reconciliation and the report package run for
      *
       P200-NEW-STREAM.
           PERFORM P015-SHOW-HEADINGS.
           OPEN INPUT GLCOMPF.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P210-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
           CLOSE GLCOMPF.
           MOVE GLSP-PMONTH TO WS-PERIOD-MONTH.
           MOVE "N" TO WS-MONTH-VALID.
           PERFORM P220-ACPT-MONTH UNTIL WS-MONTH-VALID = "Y".
           ACCEPT WS-STREAM-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-TIME (1:6) TO WS-STREAM-TIME.
           PERFORM P115-CLEAR-RESULT VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-STEP-MAX.
           MOVE 1 TO WS-FROM-STEP.
           MOVE SPACE TO WS-RESTART.
      *
       P210-ACPT-COMPANY.
           DISPLAY "COMPANY CODE FOR THE STREAM  : " LINE 8
               POSITION 21.
           ACCEPT WS-COMPANY LINE 8 POSITION 53 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
           IF WS-CO-VALID = "Y"
               DISPLAY WS-BLANK-LINE LINE 24
               DISPLAY GLCO-NAME LINE 9 POSITION 21.
      *
       P220-ACPT-MONTH.
           DISPLAY "PERIOD MONTH (01-12)         : " LINE 11
               POSITION 21.
           ACCEPT WS-PERIOD-MONTH LINE 11 POSITION 53 NO BELL UPDATE.
           IF WS-PERIOD-MONTH NOT > 0 OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID MONTH - ENTER 01 THRU 12" LINE 24 BELL
           ELSE
               MOVE "Y" TO WS-MONTH-VALID
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Restart - the same stream, company and period, from the
      *      first step that did not complete.  The steps before it
      *      keep their completed results, so their successors'
      *      predecessor checks still pass.
      *
       P250-RESTART-STREAM.
           MOVE WS-LS-STREAM-ID TO WS-STREAM-ID.
           MOVE WS-LS-COMPANY TO WS-COMPANY.
           MOVE WS-LS-PERIOD-MONTH TO WS-PERIOD-MONTH.
           MOVE "R" TO WS-RESTART.
           MOVE 0 TO WS-FROM-STEP.
           PERFORM P260-TEST-RESTART-STEP VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-STEP-MAX OR WS-FROM-STEP NOT = 0.
           IF WS-FROM-STEP = 0
               COMPUTE WS-FROM-STEP = WS-STEP-MAX + 1
               DISPLAY "EVERY STEP COMPLETED - STREAM WILL BE CLOSED"
                   LINE 19 POSITION 21
           ELSE
               DISPLAY "RESTART FROM STEP " LINE 19 POSITION 21
               DISPLAY WS-FROM-STEP LINE 19 POSITION 39
               DISPLAY WS-ST-PROGRAM (WS-FROM-STEP) LINE 19
                   POSITION 42.
           DISPLAY "CONFIRM (Y/N) : " LINE 20 POSITION 21.
           ACCEPT WS-CONFIRM LINE 20 POSITION 37 NO BELL OFF.
           IF WS-CONFIRM NOT = "Y"
               MOVE "9" TO WS-OPTION.
      *
       P260-TEST-RESTART-STEP.
           IF WS-RS-RESULT (WS-STEP) NOT = "COMPLETED"
               MOVE WS-STEP TO WS-FROM-STEP.
      *
      *  Run the stream from WS-FROM-STEP - the stream's own
      *      started record first, then each step in turn until
      *      the last or until one stops the stream, then the
      *      stream's closing record
      *
       P300-RUN-STREAM.
           MOVE WS-STREAM-ID TO WS-LS-STREAM-ID.
           MOVE WS-COMPANY TO WS-LS-COMPANY.
           MOVE WS-PERIOD-MONTH TO WS-LS-PERIOD-MONTH.
           MOVE "STARTED" TO WS-LS-STATE.
           MOVE 0 TO WS-JB-STEP.
           MOVE "STREAM" TO WS-JB-PROGRAM.
           PERFORM P410-STAMP-START.
           MOVE 0 TO WS-JB-END-DATE WS-JB-END-TIME.
           MOVE "STARTED" TO WS-JB-RESULT.
           MOVE SPACES TO WS-JB-STEP-STATUS WS-JB-REASON.
           PERFORM P400-WRITE-JOB-LOG.
           MOVE "Y" TO WS-STREAM-OK.
           PERFORM P310-RUN-STEP VARYING WS-STEP FROM WS-FROM-STEP
               BY 1 UNTIL WS-STEP > WS-STEP-MAX OR WS-STREAM-OK = "N".
           MOVE 0 TO WS-JB-STEP.
           MOVE "STREAM" TO WS-JB-PROGRAM.
           PERFORM P420-STAMP-END.
           MOVE SPACES TO WS-JB-STEP-STATUS.
           IF WS-STREAM-OK = "Y"
               MOVE "COMPLETED" TO WS-JB-RESULT
               MOVE SPACES TO WS-JB-REASON
           ELSE
               SUBTRACT 1 FROM WS-STEP
               MOVE WS-STEP TO WS-SR-STEP
               MOVE WS-ST-PROGRAM (WS-STEP) TO WS-SR-PROGRAM
               MOVE "STOPPED" TO WS-JB-RESULT
               MOVE WS-STOP-REASON TO WS-JB-REASON.
           PERFORM P400-WRITE-JOB-LOG.
           MOVE WS-JB-RESULT TO WS-LS-STATE.
      *
      *  The spent deck is emptied so a later interactive run of
      *      any step never finds the stream's answers
      *
           OPEN OUTPUT GLRPARF.
           CLOSE GLRPARF.
      *
       P310-RUN-STEP.
           MOVE WS-STEP TO WS-JB-STEP.
           MOVE WS-ST-PROGRAM (WS-STEP) TO WS-JB-PROGRAM.
           MOVE WS-ST-PRED (WS-STEP) TO WS-PRED.
           IF WS-PRED NOT = 0 AND
              WS-RS-RESULT (WS-PRED) NOT = "COMPLETED"
               PERFORM P410-STAMP-START
               PERFORM P420-STAMP-END
               MOVE "NOT RUN" TO WS-JB-RESULT
               MOVE SPACES TO WS-JB-STEP-STATUS
               MOVE WS-PRED TO WS-PR-STEP
               MOVE WS-PRED-REASON TO WS-JB-REASON
               PERFORM P400-WRITE-JOB-LOG
               MOVE WS-JB-RESULT TO WS-RS-RESULT (WS-STEP)
               MOVE "N" TO WS-STREAM-OK
           ELSE
               PERFORM P320-CALL-STEP.
      *
      *  One step - its deck record, a clear run log, the started
      *      record, the call, and the outcome judged off the run
      *      log against the step's abort condition
      *
       P320-CALL-STEP.
           PERFORM P330-WRITE-DECK.
           OPEN OUTPUT GLRNLGF.
           CLOSE GLRNLGF.
           PERFORM P410-STAMP-START.
           MOVE 0 TO WS-JB-END-DATE WS-JB-END-TIME.
           MOVE "STARTED" TO WS-JB-RESULT.
           MOVE SPACES TO WS-JB-STEP-STATUS WS-JB-REASON.
           PERFORM P400-WRITE-JOB-LOG.
           MOVE WS-JB-RESULT TO WS-RS-RESULT (WS-STEP).
           PERFORM P010-SHOW-SCREEN.
           DISPLAY "RUNNING STEP " LINE 22 POSITION 21.
           DISPLAY WS-STEP LINE 22 POSITION 34.
           DISPLAY WS-JB-PROGRAM LINE 22 POSITION 37.
           CALL WS-ST-CALL-NAME (WS-STEP).
           PERFORM P340-READ-OUTCOME.
           PERFORM P420-STAMP-END.
           MOVE WS-STEP-STATUS TO WS-JB-STEP-STATUS.
           MOVE SPACES TO WS-JB-REASON.
           IF WS-STEP-STATUS = SPACES
               MOVE "FAILED" TO WS-JB-RESULT
               MOVE "NO OUTCOME ON THE RUN LOG" TO WS-JB-REASON
           ELSE
               IF WS-ST-ABORT-ON (WS-STEP) NOT = SPACES AND
                  WS-STEP-STATUS = WS-ST-ABORT-ON (WS-STEP)
                   MOVE "ABORTED" TO WS-JB-RESULT
                   MOVE "ABORT CONDITION REPORTED"
                       TO WS-JB-REASON
               ELSE
                   MOVE "COMPLETED" TO WS-JB-RESULT
                   IF WS-STEP-STATUS NOT = "COMPLETED"
                       MOVE "WARNING ONLY - STREAM CONTINUED"
                           TO WS-JB-REASON.
           PERFORM P400-WRITE-JOB-LOG.
           MOVE WS-JB-RESULT TO WS-RS-RESULT (WS-STEP).
           IF WS-JB-RESULT NOT = "COMPLETED"
               MOVE "N" TO WS-STREAM-OK.
      *
      *  The deck carries the one record the step looks for - the
      *      report package is given the standard set of reports
      *      (trial balance, variance, statements, cash flow,
      *      ratios / KPIs)
      *
       P330-WRITE-DECK.
           OPEN OUTPUT GLRPARF.
           MOVE SPACES TO GLRP-RECORD.
           MOVE WS-ST-PROGRAM (WS-STEP) TO GLRP-PROGRAM.
           MOVE WS-OPERATOR-ID TO GLRP-OPERATOR.
           MOVE WS-COMPANY TO GLRP-COMPANY.
           MOVE WS-PERIOD-MONTH TO GLRP-PERIOD-MONTH.
           MOVE 0 TO GLRP-START-DATE GLRP-END-DATE.
           MOVE 0 TO GLRP-ACCT-FROM.
           MOVE 999999 TO GLRP-ACCT-TO.
           MOVE "P" TO GLRP-OUTPUT-MODE.
           MOVE "N" TO GLRP-OPTION.
           MOVE SPACES TO GLRP-LAYOUT.
           IF WS-ST-PROGRAM (WS-STEP) = "GL046P"
               MOVE "YYYYY" TO GLRP-LAYOUT.
           WRITE GLRP-RECORD.
           CLOSE GLRPARF.
      *
       P340-READ-OUTCOME.
           MOVE SPACES TO WS-STEP-STATUS.
           OPEN INPUT GLRNLGF.
           MOVE "N" TO WS-EOF.
           PERFORM P345-READ-RUN-LOG.
           PERFORM P350-TEST-RUN-LOG UNTIL WS-EOF = "Y".
           CLOSE GLRNLGF.
      *
       P345-READ-RUN-LOG.
           READ GLRNLGF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P350-TEST-RUN-LOG.
           IF GLRL-PROGRAM = WS-ST-PROGRAM (WS-STEP)
               MOVE GLRL-STATUS TO WS-STEP-STATUS.
           PERFORM P345-READ-RUN-LOG.
      *
       P400-WRITE-JOB-LOG.
           OPEN EXTEND GLJOBLF.
           MOVE WS-STREAM-ID      TO GLJB-STREAM-ID.
           MOVE WS-JB-STEP        TO GLJB-STEP.
           MOVE WS-JB-PROGRAM     TO GLJB-PROGRAM.
           MOVE WS-COMPANY        TO GLJB-COMPANY.
           MOVE WS-PERIOD-MONTH   TO GLJB-PERIOD-MONTH.
           MOVE WS-JB-START-DATE  TO GLJB-START-DATE.
           MOVE WS-JB-START-TIME  TO GLJB-START-TIME.
           MOVE WS-JB-END-DATE    TO GLJB-END-DATE.
           MOVE WS-JB-END-TIME    TO GLJB-END-TIME.
           MOVE WS-JB-RESULT      TO GLJB-RESULT.
           MOVE WS-JB-STEP-STATUS TO GLJB-STEP-STATUS.
           MOVE WS-JB-REASON      TO GLJB-REASON.
           MOVE WS-OPERATOR-ID    TO GLJB-OPERATOR.
           MOVE WS-RESTART        TO GLJB-RESTART.
           WRITE GLJB-RECORD.
           CLOSE GLJOBLF.
      *
       P410-STAMP-START.
           ACCEPT WS-JB-START-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-TIME (1:6) TO WS-JB-START-TIME.
      *
       P420-STAMP-END.
           ACCEPT WS-JB-END-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-TIME (1:6) TO WS-JB-END-TIME.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-CONFIRM LINE 23 POSITION 79 NO BELL OFF.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 3, the posting run's level, and
      *      the signed-on id goes into every deck record as the
      *      authorising operator.
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
              GLOP-AUTHORITY NOT < 3
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
                   IF GLOA-PROGRAM = "GL077P" OR "*POST" OR "*ALL"
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
               MOVE "GL077P" TO GLOA-PROGRAM
               MOVE "Y" TO WS-ACC-FOUND
               READ GLOACCF RECORD INVALID KEY
                   MOVE "N" TO WS-ACC-FOUND.
           IF WS-ACC-FOUND = "N"
               MOVE "*POST" TO GLOA-PROGRAM
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
           MOVE "GL077P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
