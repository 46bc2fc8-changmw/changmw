       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL091P-WAREHOUSE-FEED.
       AUTHOR.           LO-YAT-WAH.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program writes the posted transaction feed  ***
      ***  for the management reporting warehouse - a fixed-format  ***
      ***  interface file (GLWHFDF) with one detail record per      ***
      ***  posted GLT001F line, carrying the line's company,        ***
      ***  account and department, the department's group and      ***
      ***  division off GLDEPTF, the voucher and document           ***
      ***  references and the currency fields, between a header    ***
      ***  and a control trailer carrying the line count and the    ***
      ***  debit and credit hash totals.                            ***
      ***                                                           ***
      ***          The incremental feed sends every line posted     ***
      ***  since the last completed feed.  The high-water mark on   ***
      ***  the feed control file (GLWHCTF) holds the last GLT001F   ***
      ***  position sent and the number of archive directory        ***
      ***  (GLARCDF) entries at the time; when GL039P has archived  ***
      ***  the year since, the rest of that year is sent out of     ***
      ***  its archive file first and the live GLT001F from the     ***
      ***  top after it.  Lines a posting run has not finished      ***
      ***  rolling (status 'I') stop the feed short - they go on    ***
      ***  the next one.  The mark is rewritten only once the feed  ***
      ***  file has been closed complete, so a run that fails       ***
      ***  leaves the mark alone and the next run sends the same    ***
      ***  lines again - no gaps, no duplicates.  A purged archive  ***
      ***  year the feed still needs, or a history file shorter     ***
      ***  than the mark, refuses the run.                          ***
      ***                                                           ***
      ***          On request a full refresh sends a whole fiscal   ***
      ***  year instead - the live year off GLT001F or an archived  ***
      ***  year off its GLARCDF archive file - and leaves the mark  ***
      ***  where it is.                                             ***
      ***                                                           ***
      ***          Run as a step of the nightly stream (GL077P) the ***
      ***  program finds its own record on the parameter deck       ***
      ***  (GLRPARF), skips the sign-on, sends the incremental      ***
      ***  feed and writes COMPLETED, or REFUSED, to the run log    ***
      ***  (GLRNLGF).                                               ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLT001F, GLT001Ayy (ARCHIVE),       ***
      ***              GLARCDF, GLDEPTF (ALL INPUT ONLY), GLWHCTF,  ***
      ***              GLWHFDF (OUTPUT)                             ***
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
           SELECT GLJRNLHF  ASSIGN       TO RANDOM 'GLT001F'.
           SELECT GLARCHF   ASSIGN       TO WS-ARCHIVE-NAME.
           SELECT GLARCDF   ASSIGN       TO RANDOM 'GLARCDF'.
           SELECT GLDEPTF   ASSIGN       TO RANDOM 'GLDEPTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLDP-KEY.
           SELECT OPTIONAL GLWHCTF
                            ASSIGN       TO RANDOM 'GLWHCTF'.
           SELECT GLWHFDF   ASSIGN       TO OUTPUT 'GLWHFDF'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
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
      *  Posted transaction history file
           COPY "GLJRNHSL.DEF".
      *
      *  Named per-year archive file - same layout as GLJRH-RECORD
      *      so a straight group MOVE carries a line across
      *      unchanged.  The file name comes from the archive
      *      directory entry of the year being sent.
       FD  GLARCHF
           LABEL RECORDS ARE STANDARD.
      *
       01  GLAR-RECORD.
           05  GLAR-VOUCHERNO         PIC X(6).
           05  GLAR-SEQNO             PIC 9(6).
           05  GLAR-VOUCHERDT         PIC 9(6).
           05  GLAR-PARTICULAR        PIC X(40).
           05  GLAR-SOURCE            PIC XX.
           05  GLAR-AMOUNT            PIC S9(9)V99.
           05  GLAR-ACCTNO            PIC 9(6).
           05  GLAR-SYSDATE           PIC 9(6).
           05  GLAR-STATUS            PIC X.
           05  GLAR-COMPANY           PIC XX.
           05  GLAR-DEPT              PIC 9(3).
           05  GLAR-REVERSAL          PIC X.
           05  GLAR-OPERATOR          PIC X(8).
           05  GLAR-CURRENCY          PIC XXX.
           05  GLAR-FOREIGN-AMT       PIC S9(9)V99.
           05  GLAR-EXCH-RATE         PIC 9(3)V9(4).
           05  GLAR-TAXCODE           PIC XXX.
           05  GLAR-ADJ-PERIOD        PIC 99.
           05  GLAR-DOCNO             PIC X(10).
           05  GLAR-DOCDATE           PIC 9(6).
           05  GLAR-DOCREF            PIC X(10).
           05  GLAR-CLEARED           PIC X.
           05  GLAR-PROJECT           PIC X(6).
           05  GLAR-APPROVER          PIC X(8).
           05  GLAR-APPROVEDT         PIC 9(6).
      *
      *  Archive directory file
           COPY "GLARCDSL.DEF".
      *
      *  Department structure file
           COPY "GLDEPTSL.DEF".
      *
      *  Warehouse feed control file and feed file
           COPY "GLWHCTSL.DEF".
           COPY "GLWHFDSL.DEF".
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
       01  WS-PARAM-MODE          PIC X.
       01  WS-PAR-EOF             PIC X.
       01  WS-CONAME              PIC X(40).
       01  WS-OPTION              PIC X.
       01  WS-KEY                 PIC X.
       01  WS-EOF                 PIC X.
       01  WS-DIR-EOF             PIC X.
       01  WS-FEED-OK             PIC X.
       01  WS-ASK-YEAR            PIC 99.
       01  WS-ARCHIVE-NAME        PIC X(9).
      *
      *  The high-water mark as the control file has it - none on
      *      file means no feed has run yet
      *
       01  WS-CTL-FOUND           PIC X.
       01  WS-MARK-POS            PIC 9(7)  VALUE 0.
       01  WS-MARK-ARCH           PIC 9(3)  VALUE 0.
       01  WS-LAST-RUN-NO         PIC 9(5)  VALUE 0.
       01  WS-LAST-RUNDATE        PIC 9(6)  VALUE 0.
       01  WS-LAST-LINES          PIC 9(7)  VALUE 0.
      *
      *  The archive directory, oldest year first.  The history
      *      files a feed reads are numbered in the same order -
      *      directory entry n is file n, and the live GLT001F is
      *      the file after the last entry.
      *
       01  WS-DIR-SUB             PIC 9(3).
       01  WS-DIR-MAX             PIC 9(3)  VALUE 0.
       01  WS-DIR-OVERFLOW        PIC X     VALUE "N".
       01  WS-DIR-TABLE.
           05  WS-DIR-ENTRY       OCCURS 99 TIMES.
               10  WS-DR-YEAR     PIC 99.
               10  WS-DR-FILENAME PIC X(9).
               10  WS-DR-STATUS   PIC X.
      *
      *  The feed being written - the first and last history files
      *      it reads, the position on the first file it starts
      *      after and the position on the last file it stops at
      *
       01  WS-FILE-NO             PIC 9(3).
       01  WS-LIVE-FILE           PIC 9(3).
       01  WS-FIRST-FILE          PIC 9(3).
       01  WS-LAST-FILE           PIC 9(3).
       01  WS-SKIP-POS            PIC 9(7).
       01  WS-END-POS             PIC 9(7).
       01  WS-FROM-POS            PIC 9(7).
       01  WS-TO-POS              PIC 9(7).
       01  WS-HIST-POS            PIC 9(7).
       01  WS-HIST-YEAR           PIC 99.
       01  WS-LIVE-COUNT          PIC 9(7).
       01  WS-UNROLLED            PIC X.
       01  WS-RUN-NO              PIC 9(5).
       01  WS-RUN-TIME            PIC 9(6).
      *
       01  WS-COUNT-RECORDS       PIC 9(7)  VALUE 0.
       01  WS-HASH-DEBIT          PIC S9(13)V99  VALUE 0.
       01  WS-HASH-CREDIT         PIC S9(13)V99  VALUE 0.
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
       01  WS-LAST-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-LAST-DMY.
           05  WS-DAY             PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-MONTH           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-YEAR            PIC 99.
      *
       01  WS-RESULT-LINE.
           05  WS-RL-CAPTION      PIC X(32).
           05  WS-RL-COUNT        PIC Z(6)9.
      *
       01  WS-ERR-MESS-1          PIC X(55)  VALUE
           "ERR-797 : AN ARCHIVE YEAR THE FEED NEEDS IS PURGED".
       01  WS-ERR-MESS-2          PIC X(55)  VALUE
           "ERR-798 : HISTORY IS BEHIND THE FEED MARK - REFUSED".
       01  WS-ERR-MESS-3          PIC X(55)  VALUE
           "ERR-799 : YEAR NOT LIVE OR ON THE ARCHIVE DIRECTORY".
       01  WS-ERR-MESS-4          PIC X(55)  VALUE
           "ERR-801 : ARCHIVE YEAR HAS BEEN PURGED".
       01  WS-ERR-MESS-5          PIC X(55)  VALUE
           "ERR-802 : ARCHIVE DIRECTORY TABLE FULL - FEED REFUSED".
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-CONAME TO WS-CONAME.
           PERFORM P002-CHECK-PARAM-MODE.
           IF WS-PARAM-MODE = "Y"
               MOVE GLRP-OPERATOR TO WS-OPERATOR-ID
           ELSE
               PERFORM P015-SHOW-HEADINGS
               PERFORM P005-SIGN-ON
               IF WS-OPER-VALID NOT = "Y"
                   DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
                   CLOSE GLSYSPF
                   GOBACK.
           PERFORM P100-READ-CONTROL.
           PERFORM P110-LOAD-DIRECTORY.
           IF WS-CTL-FOUND = "N"
               MOVE WS-DIR-MAX TO WS-MARK-ARCH.
           COMPUTE WS-LIVE-FILE = WS-DIR-MAX + 1.
           IF WS-PARAM-MODE = "Y"
               MOVE "1" TO WS-OPTION
           ELSE
               MOVE SPACE TO WS-OPTION
               PERFORM P020-ACPT-OPTION UNTIL WS-OPTION = "1" OR
                   WS-OPTION = "2" OR WS-OPTION = "9".
           MOVE "N" TO WS-FEED-OK.
           IF WS-OPTION = "1"
               PERFORM P200-PLAN-INCREMENTAL.
           IF WS-OPTION = "2"
               PERFORM P250-PLAN-FULL.
           IF WS-FEED-OK = "Y"
               IF WS-PARAM-MODE NOT = "Y"
                   DISPLAY "FEED IN PROGRESS ..." LINE 24 POSITION 30
               END-IF
               PERFORM P300-WRITE-FEED
               IF WS-OPTION = "1"
                   PERFORM P400-ADVANCE-MARK.
           IF WS-FEED-OK = "Y"
               MOVE "RUN" TO WS-SEC-ACTION
               PERFORM P995-WRITE-SECURITY.
           IF WS-PARAM-MODE = "Y"
               PERFORM P008-WRITE-RUN-LOG
           ELSE
               IF WS-OPTION NOT = "9"
                   PERFORM P900-SHOW-RESULTS.
           CLOSE GLSYSPF.
           GOBACK.
      *
       P015-SHOW-HEADINGS.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           DISPLAY "GL091S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "WAREHOUSE POSTED TRANSACTION FEED" LINE 3
               POSITION 24.
      *
      *  The last completed feed as the control file has it, and
      *      the choice of an incremental feed or a full refresh
      *
       P020-ACPT-OPTION.
           PERFORM P015-SHOW-HEADINGS.
           DISPLAY "LAST FEED RUN  :" LINE 6 POSITION 21.
           IF WS-CTL-FOUND = "N"
               DISPLAY "NONE - THE FIRST FEED SENDS THE LIVE YEAR"
                   LINE 6 POSITION 38
           ELSE
               MOVE WS-LAST-RUNDATE TO WS-LAST-DATE
               MOVE CORR WS-LAST-DATE TO WS-LAST-DMY
               DISPLAY WS-LAST-RUN-NO LINE 6 POSITION 38
               DISPLAY WS-LAST-DMY    LINE 6 POSITION 45
               DISPLAY "LINES SENT     :" LINE 7 POSITION 21
               DISPLAY WS-LAST-LINES  LINE 7 POSITION 38
               DISPLAY "GLT001F MARK   :" LINE 8 POSITION 21
               DISPLAY WS-MARK-POS    LINE 8 POSITION 38.
           DISPLAY "1 = INCREMENTAL FEED   2 = FULL REFRESH OF A YEAR"
               LINE 16 POSITION 15.
           DISPLAY "9 = EXIT                 OPTION : " LINE 17
               POSITION 15.
           ACCEPT WS-OPTION LINE 17 POSITION 49 NO BELL OFF.
      *
       P100-READ-CONTROL.
           MOVE "N" TO WS-CTL-FOUND.
           OPEN INPUT GLWHCTF.
           READ GLWHCTF RECORD
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CTL-FOUND
                   MOVE GLWC-LAST-POS   TO WS-MARK-POS
                   MOVE GLWC-ARCH-COUNT TO WS-MARK-ARCH
                   MOVE GLWC-RUN-NO     TO WS-LAST-RUN-NO
                   MOVE GLWC-RUNDATE    TO WS-LAST-RUNDATE
                   MOVE GLWC-LINES-SENT TO WS-LAST-LINES
           END-READ.
           CLOSE GLWHCTF.
      *
       P110-LOAD-DIRECTORY.
           MOVE 0 TO WS-DIR-MAX.
           OPEN INPUT GLARCDF.
           MOVE "N" TO WS-DIR-EOF.
           PERFORM P115-READ-DIR.
           PERFORM P120-NOTE-DIR-ENTRY UNTIL WS-DIR-EOF = "Y".
           CLOSE GLARCDF.
      *
       P115-READ-DIR.
           READ GLARCDF RECORD AT END MOVE "Y" TO WS-DIR-EOF.
      *
       P120-NOTE-DIR-ENTRY.
           IF WS-DIR-MAX NOT < 99
               MOVE "Y" TO WS-DIR-OVERFLOW
           ELSE
               ADD 1 TO WS-DIR-MAX
               MOVE GLAD-YEAR     TO WS-DR-YEAR (WS-DIR-MAX)
               MOVE GLAD-FILENAME TO WS-DR-FILENAME (WS-DIR-MAX)
               MOVE GLAD-STATUS   TO WS-DR-STATUS (WS-DIR-MAX).
           PERFORM P115-READ-DIR.
      *
      *  Incremental - from the file after the archive entries the
      *      mark was taken with, past the marked position, to the
      *      end of the live GLT001F.  More entries now than then
      *      means a year end has archived the marked year; every
      *      archive file read must still be on hand.  Fewer
      *      entries, or a live file shorter than the mark with no
      *      year end between, means the history is not the one
      *      the mark was taken against.
      *
       P200-PLAN-INCREMENTAL.
           MOVE "Y" TO WS-FEED-OK.
           IF WS-DIR-OVERFLOW = "Y"
               MOVE "N" TO WS-FEED-OK
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL.
           IF WS-FEED-OK = "Y" AND WS-MARK-ARCH > WS-DIR-MAX
               MOVE "N" TO WS-FEED-OK
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL.
           IF WS-FEED-OK = "Y"
               COMPUTE WS-FIRST-FILE = WS-MARK-ARCH + 1
               MOVE WS-LIVE-FILE TO WS-LAST-FILE
               MOVE WS-MARK-POS TO WS-SKIP-POS
               PERFORM P210-CHECK-PURGED VARYING WS-DIR-SUB
                   FROM WS-FIRST-FILE BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-MAX.
           IF WS-FEED-OK = "Y"
               PERFORM P220-COUNT-LIVE
               IF WS-FIRST-FILE = WS-LIVE-FILE AND
                  WS-LIVE-COUNT < WS-SKIP-POS
                   MOVE "N" TO WS-FEED-OK
                   DISPLAY WS-ERR-MESS-2 LINE 24 BELL.
           IF WS-FEED-OK = "Y"
               MOVE WS-LAST-RUN-NO TO WS-RUN-NO
               ADD 1 TO WS-RUN-NO.
      *
       P210-CHECK-PURGED.
           IF WS-DR-STATUS (WS-DIR-SUB) = "P" AND WS-FEED-OK = "Y"
               MOVE "N" TO WS-FEED-OK
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL.
      *
      *  The live file's length, and where its posted lines end -
      *      the feed stops short of the first line a posting run
      *      has written but not yet rolled into the master
      *
       P220-COUNT-LIVE.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-END-POS.
           MOVE "N" TO WS-UNROLLED.
           OPEN INPUT GLJRNLHF.
           MOVE "N" TO WS-EOF.
           PERFORM P225-READ-LIVE.
           PERFORM P230-COUNT-LIVE-LINE UNTIL WS-EOF = "Y".
           CLOSE GLJRNLHF.
           IF WS-UNROLLED = "N"
               MOVE WS-LIVE-COUNT TO WS-END-POS.
      *
       P225-READ-LIVE.
           READ GLJRNLHF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P230-COUNT-LIVE-LINE.
           ADD 1 TO WS-LIVE-COUNT.
           IF GLJRH-STATUS = "I" AND WS-UNROLLED = "N"
               COMPUTE WS-END-POS = WS-LIVE-COUNT - 1
               MOVE "Y" TO WS-UNROLLED.
           PERFORM P225-READ-LIVE.
      *
      *  Full refresh - the live year, or the newest directory
      *      entry for an archived year, which must not be purged
      *
       P250-PLAN-FULL.
           MOVE GLSP-PYEAR TO WS-ASK-YEAR.
           DISPLAY "FISCAL YEAR TO REFRESH (YY) :" LINE 19
               POSITION 21.
           ACCEPT WS-ASK-YEAR LINE 19 POSITION 51 NO BELL UPDATE.
           MOVE 0 TO WS-FILE-NO.
           IF WS-ASK-YEAR = GLSP-PYEAR
               MOVE WS-LIVE-FILE TO WS-FILE-NO
           ELSE
               PERFORM P260-FIND-YEAR VARYING WS-DIR-SUB FROM 1 BY 1
                   UNTIL WS-DIR-SUB > WS-DIR-MAX.
           MOVE "Y" TO WS-FEED-OK.
           IF WS-FILE-NO = 0
               MOVE "N" TO WS-FEED-OK
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
           ELSE
               IF WS-FILE-NO NOT = WS-LIVE-FILE AND
                  WS-DR-STATUS (WS-FILE-NO) = "P"
                   MOVE "N" TO WS-FEED-OK
                   DISPLAY WS-ERR-MESS-4 LINE 24 BELL.
           IF WS-FEED-OK = "Y"
               MOVE WS-FILE-NO TO WS-FIRST-FILE WS-LAST-FILE
               MOVE 0 TO WS-SKIP-POS WS-RUN-NO
               IF WS-FILE-NO = WS-LIVE-FILE
                   PERFORM P220-COUNT-LIVE
               ELSE
                   PERFORM P270-COUNT-ARCHIVE.
      *
       P260-FIND-YEAR.
           IF WS-DR-YEAR (WS-DIR-SUB) = WS-ASK-YEAR
               MOVE WS-DIR-SUB TO WS-FILE-NO.
      *
       P270-COUNT-ARCHIVE.
           MOVE 0 TO WS-END-POS.
           MOVE WS-DR-FILENAME (WS-FILE-NO) TO WS-ARCHIVE-NAME.
           OPEN INPUT GLARCHF.
           MOVE "N" TO WS-EOF.
           PERFORM P275-READ-ARCHIVE.
           PERFORM P280-COUNT-ARCHIVE-LINE UNTIL WS-EOF = "Y".
           CLOSE GLARCHF.
      *
       P275-READ-ARCHIVE.
           READ GLARCHF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P280-COUNT-ARCHIVE-LINE.
           ADD 1 TO WS-END-POS.
           PERFORM P275-READ-ARCHIVE.
      *
      *  Header, a detail record for every line in range on each
      *      history file in turn, and the control trailer.
      *      GLT001F stays open throughout so an archive line can
      *      be carried into GLJRH-RECORD and written out by the
      *      same paragraph as a live one.
      *
       P300-WRITE-FEED.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-TIME (1:6) TO WS-RUN-TIME.
           OPEN OUTPUT GLWHFDF.
           OPEN INPUT  GLJRNLHF.
           OPEN INPUT  GLDEPTF.
           MOVE SPACES TO GLWF-HEADER-REC.
           MOVE "H" TO GLWF-REC-TYPE.
           IF WS-OPTION = "1"
               MOVE "I" TO GLWF-H-FEED-TYPE
               MOVE GLSP-PYEAR TO GLWF-H-YEAR
           ELSE
               MOVE "F" TO GLWF-H-FEED-TYPE
               MOVE WS-ASK-YEAR TO GLWF-H-YEAR.
           MOVE WS-RUN-NO TO GLWF-H-RUN-NO.
           MOVE WS-SYSTEM-DATE TO GLWF-H-RUNDATE.
           MOVE WS-RUN-TIME TO GLWF-H-RUNTIME.
           MOVE WS-FIRST-FILE TO WS-FILE-NO.
           PERFORM P305-FILE-YEAR.
           MOVE WS-HIST-YEAR TO GLWF-H-FROM-YEAR.
           COMPUTE GLWF-H-FROM-POS = WS-SKIP-POS + 1.
           MOVE WS-LAST-FILE TO WS-FILE-NO.
           PERFORM P305-FILE-YEAR.
           MOVE WS-HIST-YEAR TO GLWF-H-TO-YEAR.
           MOVE WS-END-POS TO GLWF-H-TO-POS.
           MOVE GLSP-CONAME TO GLWF-H-CONAME.
           MOVE WS-OPERATOR-ID TO GLWF-H-OPERATOR.
           WRITE GLWF-RECORD.
           PERFORM P310-SEND-FILE VARYING WS-FILE-NO
               FROM WS-FIRST-FILE BY 1
               UNTIL WS-FILE-NO > WS-LAST-FILE.
           MOVE SPACES TO GLWF-TRAILER-REC.
           MOVE "T" TO GLWF-REC-TYPE.
           MOVE WS-COUNT-RECORDS TO GLWF-T-COUNT.
           MOVE WS-HASH-DEBIT TO GLWF-T-DEBIT-HASH.
           MOVE WS-HASH-CREDIT TO GLWF-T-CREDIT-HASH.
           MOVE WS-RUN-NO TO GLWF-T-RUN-NO.
           WRITE GLWF-RECORD.
           CLOSE GLDEPTF.
           CLOSE GLJRNLHF.
           CLOSE GLWHFDF.
      *
       P305-FILE-YEAR.
           IF WS-FILE-NO = WS-LIVE-FILE
               MOVE GLSP-PYEAR TO WS-HIST-YEAR
           ELSE
               MOVE WS-DR-YEAR (WS-FILE-NO) TO WS-HIST-YEAR.
      *
      *  One history file - the first file of the feed is read
      *      past the mark, the last one up to where the posted
      *      lines end, any between in full
      *
       P310-SEND-FILE.
           PERFORM P305-FILE-YEAR.
           MOVE 0 TO WS-FROM-POS.
           IF WS-FILE-NO = WS-FIRST-FILE
               MOVE WS-SKIP-POS TO WS-FROM-POS.
           MOVE 9999999 TO WS-TO-POS.
           IF WS-FILE-NO = WS-LAST-FILE
               MOVE WS-END-POS TO WS-TO-POS.
           IF WS-FILE-NO NOT = WS-LIVE-FILE
               MOVE WS-DR-FILENAME (WS-FILE-NO) TO WS-ARCHIVE-NAME
               OPEN INPUT GLARCHF.
           MOVE 0 TO WS-HIST-POS.
           MOVE "N" TO WS-EOF.
           PERFORM P320-READ-LINE.
           PERFORM P330-TAKE-LINE UNTIL WS-EOF = "Y".
           IF WS-FILE-NO NOT = WS-LIVE-FILE
               CLOSE GLARCHF.
      *
       P320-READ-LINE.
           IF WS-FILE-NO = WS-LIVE-FILE
               READ GLJRNLHF RECORD AT END MOVE "Y" TO WS-EOF
               END-READ
           ELSE
               READ GLARCHF RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END MOVE GLAR-RECORD TO GLJRH-RECORD
               END-READ.
           IF WS-EOF NOT = "Y"
               ADD 1 TO WS-HIST-POS
               IF WS-HIST-POS > WS-TO-POS
                   MOVE "Y" TO WS-EOF.
      *
       P330-TAKE-LINE.
           IF WS-HIST-POS > WS-FROM-POS
               PERFORM P340-WRITE-DETAIL.
           PERFORM P320-READ-LINE.
      *
      *  A department not on GLDEPTF goes out under the blank
      *      group and division, as it reports.  The amount goes
      *      out as a debit or a credit figure, both positive.
      *
       P340-WRITE-DETAIL.
           MOVE SPACES TO GLWF-DETAIL-REC.
           MOVE "D" TO GLWF-REC-TYPE.
           MOVE WS-HIST-YEAR      TO GLWF-D-HIST-YEAR.
           MOVE WS-HIST-POS       TO GLWF-D-HIST-POS.
           MOVE GLJRH-COMPANY     TO GLWF-D-COMPANY.
           MOVE GLJRH-ACCTNO      TO GLWF-D-ACCTNO.
           MOVE GLJRH-DEPT        TO GLWF-D-DEPT.
           MOVE GLJRH-COMPANY     TO GLDP-COMPANY.
           MOVE GLJRH-DEPT        TO GLDP-DEPT.
           READ GLDEPTF RECORD
               INVALID KEY
                   MOVE SPACES TO GLWF-D-GROUP GLWF-D-DIVISION
               NOT INVALID KEY
                   MOVE GLDP-GROUP    TO GLWF-D-GROUP
                   MOVE GLDP-DIVISION TO GLWF-D-DIVISION
           END-READ.
           MOVE GLJRH-VOUCHERNO   TO GLWF-D-VOUCHERNO.
           MOVE GLJRH-SEQNO       TO GLWF-D-SEQNO.
           MOVE GLJRH-VOUCHERDT   TO GLWF-D-VOUCHERDT.
           MOVE GLJRH-SOURCE      TO GLWF-D-SOURCE.
           MOVE GLJRH-PARTICULAR  TO GLWF-D-PARTICULAR.
           MOVE GLJRH-DOCNO       TO GLWF-D-DOCNO.
           MOVE GLJRH-DOCDATE     TO GLWF-D-DOCDATE.
           MOVE GLJRH-DOCREF      TO GLWF-D-DOCREF.
           MOVE 0 TO GLWF-D-DEBIT GLWF-D-CREDIT.
           IF GLJRH-AMOUNT < 0
               COMPUTE GLWF-D-CREDIT = 0 - GLJRH-AMOUNT
               ADD GLWF-D-CREDIT TO WS-HASH-CREDIT
           ELSE
               MOVE GLJRH-AMOUNT TO GLWF-D-DEBIT
               ADD GLWF-D-DEBIT TO WS-HASH-DEBIT.
           MOVE GLJRH-CURRENCY    TO GLWF-D-CURRENCY.
           MOVE GLJRH-FOREIGN-AMT TO GLWF-D-FOREIGN-AMT.
           MOVE GLJRH-EXCH-RATE   TO GLWF-D-EXCH-RATE.
           MOVE GLJRH-TAXCODE     TO GLWF-D-TAXCODE.
           MOVE GLJRH-ADJ-PERIOD  TO GLWF-D-ADJ-PERIOD.
           MOVE GLJRH-PROJECT     TO GLWF-D-PROJECT.
           MOVE GLJRH-STATUS      TO GLWF-D-STATUS.
           MOVE GLJRH-REVERSAL    TO GLWF-D-REVERSAL.
           MOVE GLJRH-SYSDATE     TO GLWF-D-SYSDATE.
           MOVE GLJRH-OPERATOR    TO GLWF-D-OPERATOR.
           MOVE GLJRH-APPROVER    TO GLWF-D-APPROVER.
           ADD 1 TO WS-COUNT-RECORDS.
           WRITE GLWF-RECORD.
      *
      *  The feed file is closed complete - only now does the mark
      *      move up to the last line sent, with the directory
      *      entries it was taken against
      *
       P400-ADVANCE-MARK.
           OPEN OUTPUT GLWHCTF.
           MOVE WS-END-POS       TO GLWC-LAST-POS.
           MOVE WS-DIR-MAX       TO GLWC-ARCH-COUNT.
           MOVE WS-RUN-NO        TO GLWC-RUN-NO.
           MOVE WS-SYSTEM-DATE   TO GLWC-RUNDATE.
           MOVE WS-RUN-TIME      TO GLWC-RUNTIME.
           MOVE WS-OPERATOR-ID   TO GLWC-OPERATOR.
           MOVE WS-COUNT-RECORDS TO GLWC-LINES-SENT.
           WRITE GLWC-RECORD.
           CLOSE GLWHCTF.
      *
       P900-SHOW-RESULTS.
           IF WS-FEED-OK = "Y"
               MOVE "FEED LINES WRITTEN            : "
                   TO WS-RL-CAPTION
               MOVE WS-COUNT-RECORDS TO WS-RL-COUNT
               DISPLAY WS-RESULT-LINE LINE 20 POSITION 21
               DISPLAY SPACE LINE 24 POSITION 1 SIZE 80
               DISPLAY "GLWHFDF GENERATED." LINE 24 POSITION 31.
           PERFORM P990-DELAY.
      *
      *  Unattended mode - when the parameter deck the nightly
      *      stream controller (GL077P) builds carries a record for
      *      this program, the incremental feed runs without a
      *      prompt and the outcome goes to the run log for the
      *      controller to judge
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
           IF GLRP-PROGRAM = "GL091P"
               MOVE "Y" TO WS-PARAM-MODE
           ELSE
               PERFORM P003-READ-PARAM.
      *
       P008-WRITE-RUN-LOG.
           OPEN EXTEND GLRNLGF.
           MOVE "GL091P" TO GLRL-PROGRAM.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE WS-SYSTEM-DATE TO GLRL-RUNDATE.
           IF WS-FEED-OK = "Y"
               MOVE "COMPLETED" TO GLRL-STATUS
           ELSE
               MOVE "REFUSED" TO GLRL-STATUS.
           WRITE GLRL-RECORD.
           CLOSE GLRNLGF.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
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
                   IF GLOA-PROGRAM = "GL091P" OR "*JRNL" OR "*ALL"
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
           MOVE "GL091P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
