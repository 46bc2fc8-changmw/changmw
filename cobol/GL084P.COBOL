       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL084P-AUDIT-SAMPLE.
       AUTHOR.           CHAN-MING-LAP.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program draws the year-end audit sample     ***
      ***  from the posted history of one company over a voucher    ***
      ***  date range - the current year's GLT001F, or a prior      ***
      ***  year's archive file found through the GL039P archive     ***
      ***  directory (GLARCDF) as GL040P does.  Void lines are not  ***
      ***  part of the population.  Three methods are offered :     ***
      ***    M - monetary unit sampling : every line in which a     ***
      ***        sampling point falls, the points a fixed interval  ***
      ***        apart from a random start;                         ***
      ***    R - random sampling of a given number of lines;        ***
      ***    H - every line of a value at or above a threshold.     ***
      ***  The random start and the random selection come from a    ***
      ***  seeded generator; the seed is keyed or taken from the    ***
      ***  clock, and printed and written to the extract so the     ***
      ***  same sample can be drawn again.  The sample prints on    ***
      ***  GL084R with voucher, document reference, keying          ***
      ***  operator and approval, and goes to the fixed-format      ***
      ***  extract GLASMPF with a control record holding the        ***
      ***  population count and totals for the auditors to prove    ***
      ***  completeness.                                            ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLARCDF, GLT001F OR        ***
      ***              GLT001Ayy (ALL INPUT ONLY), GLASMPF          ***
      ***              (OUTPUT), GL084R (PRINT)                     ***
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
           SELECT GLARCDF   ASSIGN       TO RANDOM 'GLARCDF'.
           SELECT GLASRCF   ASSIGN       TO WS-SOURCE-NAME.
           SELECT GLASMPF   ASSIGN       TO OUTPUT 'GLASMPF'.
           SELECT GLASLST   ASSIGN       TO PRINT 'GL084R'.
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
      *  Archive directory file
           COPY "GLARCDSL.DEF".
      *
      *  Posted history being sampled - GLT001F itself or a named
      *      per-year archive file, same layout as GLJRH-RECORD
       FD  GLASRCF
           LABEL RECORDS ARE STANDARD.
      *
       01  GLAS-RECORD.
           05  GLAS-VOUCHERNO         PIC X(6).
           05  GLAS-SEQNO             PIC 9(6).
           05  GLAS-VOUCHERDT         PIC 9(6).
           05  GLAS-PARTICULAR        PIC X(40).
           05  GLAS-SOURCE            PIC XX.
           05  GLAS-AMOUNT            PIC S9(9)V99.
           05  GLAS-ACCTNO            PIC 9(6).
           05  GLAS-SYSDATE           PIC 9(6).
           05  GLAS-STATUS            PIC X.
           05  GLAS-COMPANY           PIC XX.
           05  GLAS-DEPT              PIC 9(3).
           05  GLAS-REVERSAL          PIC X.
           05  GLAS-OPERATOR          PIC X(8).
           05  GLAS-CURRENCY          PIC XXX.
           05  GLAS-FOREIGN-AMT       PIC S9(9)V99.
           05  GLAS-EXCH-RATE         PIC 9(3)V9(4).
           05  GLAS-TAXCODE           PIC XXX.
           05  GLAS-ADJ-PERIOD        PIC 99.
           05  GLAS-DOCNO             PIC X(10).
           05  GLAS-DOCDATE           PIC 9(6).
           05  GLAS-DOCREF            PIC X(10).
           05  GLAS-CLEARED           PIC X.
           05  GLAS-PROJECT           PIC X(6).
           05  GLAS-APPROVER          PIC X(8).
           05  GLAS-APPROVEDT         PIC 9(6).
      *
      *  Audit sample extract file
           COPY "GLASMPSL.DEF".
      *
       FD  GLASLST
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
       01  WS-EOF                 PIC X.
       01  WS-DIR-EOF             PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-YEAR-FOUND          PIC X.
       01  WS-DATES-VALID         PIC X.
       01  WS-PARM-VALID          PIC X.
       01  WS-SELECTED            PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-SOURCE-NAME         PIC X(9).
       01  WS-ASK-YEAR            PIC XX.
       01  WS-ASK-YEAR-N REDEFINES WS-ASK-YEAR
                                  PIC 99.
       01  WS-FROM-DATE           PIC 9(6).
       01  WS-THRU-DATE           PIC 9(6).
       01  WS-INPUTDATE.
           05  WS-IDD             PIC 99.
           05  WS-IMM             PIC 99.
           05  WS-IYY             PIC 99.
       01  WS-YMD-DATE.
           05  WS-FYY             PIC 99.
           05  WS-FMM             PIC 99.
           05  WS-FDD             PIC 99.
      *
      *  Sampling parameters - method M, R or H with its interval,
      *      sample size or threshold, and the seed of the random
      *      generator (Lehmer, multiplier 16807, modulus 2**31-1)
      *
       01  WS-METHOD              PIC X.
           88  WS-MONETARY-UNIT       VALUE "M".
           88  WS-RANDOM              VALUE "R".
           88  WS-HIGH-VALUE          VALUE "H".
       01  WS-INTERVAL            PIC 9(9)V99   VALUE 0.
       01  WS-SAMPLE-SIZE         PIC 9(5)      VALUE 0.
       01  WS-THRESHOLD           PIC 9(9)V99   VALUE 0.
       01  WS-SEED                PIC 9(10)     VALUE 0.
       01  WS-TIME-NOW            PIC 9(8).
       01  WS-RND-SEED            PIC 9(10).
       01  WS-RND-PRODUCT         PIC 9(15).
       01  WS-RND-QUOT            PIC 9(15).
       01  WS-RND-FRACTION        PIC V9(9).
       01  WS-RND-TEST            PIC 9(7)V9(9).
      *
       01  WS-ABS-AMOUNT          PIC 9(9)V99.
       01  WS-MUS-CUM             PIC 9(13)V99.
       01  WS-MUS-POINT           PIC 9(13)V99.
       01  WS-HITS                PIC 9(3).
       01  WS-ITEMS-SEEN          PIC 9(7).
       01  WS-ITEMS-LEFT          PIC 9(7).
       01  WS-NEEDED              PIC 9(7).
       01  WS-POP-COUNT           PIC 9(7)        VALUE 0.
       01  WS-POP-DEBIT           PIC S9(13)V99   VALUE 0.
       01  WS-POP-CREDIT          PIC S9(13)V99   VALUE 0.
       01  WS-POP-ABSOLUTE        PIC 9(13)V99    VALUE 0.
       01  WS-SMP-COUNT           PIC 9(7)        VALUE 0.
       01  WS-SMP-NET             PIC S9(13)V99   VALUE 0.
       01  WS-SMP-ABSOLUTE        PIC 9(13)V99    VALUE 0.
       01  WS-COVERAGE            PIC 9(3)V9.
      *
       01  WS-ED-AMOUNT           PIC Z(9)9.99.
       01  WS-ED-SEED             PIC Z(9)9.
       01  WS-ED-SIZE             PIC Z(4)9.
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
       01  WS-JRN-DATE.
           05  WS-JRN-YEAR        PIC 99.
           05  WS-JRN-MONTH       PIC 99.
           05  WS-JRN-DAY         PIC 99.
       01  WS-PRINT-DATE.
           05  WS-PD-DD           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-PD-MM           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-PD-YY           PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL084R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(27) VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
               "AUDIT SAMPLE OF POSTED LINES".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(7)  VALUE "VOUCHER".
           05  FILLER             PIC X(7)  VALUE "   SEQ".
           05  FILLER             PIC X(9)  VALUE "DATE".
           05  FILLER             PIC X(11) VALUE "A/C NO./DPT".
           05  FILLER             PIC X(24) VALUE "PARTICULAR".
           05  FILLER             PIC X(14) VALUE "        AMOUNT".
      *
       01  WS-HEADING-4.
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  FILLER             PIC X(29) VALUE
               "DOCUMENT / REFERENCE".
           05  FILLER             PIC X(12) VALUE "KEYED BY".
           05  FILLER             PIC X(23) VALUE "APPROVED BY / ON".
           05  FILLER             PIC X(4)  VALUE "HITS".
      *
       01  WS-PARM-LINE.
           05  WS-PM-CAPTION      PIC X(22).
           05  WS-PM-TEXT         PIC X(42).
           05  WS-PM-VALUE        PIC X(14).
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-VOUCHERNO    PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-SEQNO        PIC Z(5)9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-DATE         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-DL-DEPT         PIC 9(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-PARTICULAR   PIC X(24).
           05  WS-DL-AMOUNT       PIC -(9)9.99.
      *
       01  WS-DETAIL-LINE-2.
           05  FILLER             PIC X(9)  VALUE SPACES.
           05  WS-D2-DOCNO        PIC X(10).
           05  FILLER             PIC X(3)  VALUE " / ".
           05  WS-D2-DOCREF       PIC X(10).
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-D2-OPERATOR     PIC X(8).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-D2-APPROVER     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-D2-APPROVEDT    PIC X(8).
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-D2-HITS         PIC ZZ9   BLANK WHEN ZERO.
      *
       01  WS-TOTAL-LINE.
           05  WS-TL-CAPTION      PIC X(40).
           05  WS-TL-AMOUNT       PIC -(13)9.99.
      *
       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION      PIC X(40).
           05  WS-CL-COUNT        PIC Z(6)9.
      *
       01  WS-PCT-LINE.
           05  WS-PC-CAPTION      PIC X(40).
           05  WS-PC-PCT          PIC ZZ9.9.
           05  FILLER             PIC X(2)  VALUE " %".
      *
       01  WS-ERR-MESS-1 PIC X(50) VALUE
           "ERR-766 : DATE THRU IS BEFORE DATE FROM".
       01  WS-ERR-MESS-2 PIC X(50) VALUE
           "ERR-767 : MUST BE GREATER THAN ZERO".
       01  WS-ERR-MESS-3 PIC X(50) VALUE
           "ERR-768 : NO POSTED LINES IN RANGE - NO SAMPLE".
       01  WS-ERR-MESS-4 PIC X(50) VALUE
           "ERR-769 : SEED MUST BE BELOW 2147483647".
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
           OPEN INPUT GLCOMPF.
           PERFORM P020-GET-COMPANY.
           PERFORM P030-GET-SOURCE.
           PERFORM P040-GET-DATES.
           PERFORM P050-GET-METHOD.
           DISPLAY "DRAW THE SAMPLE ? (Y/N)" LINE 18 POSITION 21.
           ACCEPT WS-OPTION LINE 18 POSITION 45 NO BELL OFF.
           IF WS-OPTION = "Y"
               DISPLAY "SAMPLING IN PROGRESS ..." LINE 24 POSITION 28
               PERFORM P200-COUNT-POPULATION
               IF WS-POP-COUNT = 0
                   DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               ELSE
                   PERFORM P300-DRAW-SAMPLE
                   MOVE WS-COMPANY TO WS-SEC-COMPANY
                   MOVE "RUN" TO WS-SEC-ACTION
                   PERFORM P995-WRITE-SECURITY
                   MOVE SPACES TO WS-SEC-COMPANY
                   DISPLAY "GL084R AND GLASMPF GENERATED."
                       LINE 24 POSITION 25
               END-IF
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
           DISPLAY "GL084S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "AUDIT SAMPLE SELECTION" LINE 3 POSITION 29.
      *
       P020-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P021-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
           DISPLAY GLCO-NAME LINE 6 POSITION 54.
      *
       P021-ACPT-COMPANY.
           DISPLAY "COMPANY CODE                : " LINE 6 POSITION 21.
           ACCEPT  WS-COMPANY LINE 6 POSITION 51 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                   LINE 24 BELL.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
      *  Blank year samples the current year's GLT001F; a year
      *      keyed must be on the archive directory and not purged
      *
       P030-GET-SOURCE.
           MOVE "N" TO WS-YEAR-FOUND.
           PERFORM P031-ACPT-YEAR UNTIL WS-YEAR-FOUND = "Y".
           DISPLAY WS-SOURCE-NAME LINE 7 POSITION 54.
      *
       P031-ACPT-YEAR.
           DISPLAY "ARCHIVE YEAR (BLANK=CURRENT): " LINE 7 POSITION 21.
           MOVE SPACES TO WS-ASK-YEAR.
           ACCEPT  WS-ASK-YEAR LINE 7 POSITION 51 NO BELL OFF.
           IF WS-ASK-YEAR = SPACES
               MOVE "GLT001F" TO WS-SOURCE-NAME
               MOVE "Y" TO WS-YEAR-FOUND
           ELSE
               PERFORM P100-CHECK-DIRECTORY
               IF WS-YEAR-FOUND NOT = "Y"
                   DISPLAY "ERR-810 : YEAR NOT ON FILE OR PURGED"
                       LINE 24 BELL.
      *
       P040-GET-DATES.
           MOVE "N" TO WS-DATES-VALID.
           PERFORM P041-ACPT-DATES UNTIL WS-DATES-VALID = "Y".
      *
       P041-ACPT-DATES.
           DISPLAY "DATE FROM (DDMMYY)          : " LINE 8 POSITION 21.
           ACCEPT  WS-INPUTDATE LINE 8 POSITION 51 NO BELL OFF.
           PERFORM P045-TO-YMD.
           MOVE WS-YMD-DATE TO WS-FROM-DATE.
           DISPLAY "DATE THRU (DDMMYY)          : " LINE 9 POSITION 21.
           ACCEPT  WS-INPUTDATE LINE 9 POSITION 51 NO BELL OFF.
           PERFORM P045-TO-YMD.
           MOVE WS-YMD-DATE TO WS-THRU-DATE.
           MOVE "Y" TO WS-DATES-VALID.
           IF WS-THRU-DATE < WS-FROM-DATE
               MOVE "N" TO WS-DATES-VALID
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL.
      *
       P045-TO-YMD.
           MOVE WS-IYY TO WS-FYY.
           MOVE WS-IMM TO WS-FMM.
           MOVE WS-IDD TO WS-FDD.
      *
      *  The method, then the one parameter it needs, then for M
      *      and R the seed - zero takes one from the clock, shown
      *      back so it can be noted
      *
       P050-GET-METHOD.
           MOVE SPACE TO WS-METHOD.
           PERFORM P051-ACPT-METHOD
               UNTIL WS-MONETARY-UNIT OR WS-RANDOM OR WS-HIGH-VALUE.
           MOVE "N" TO WS-PARM-VALID.
           PERFORM P052-ACPT-PARAMETER UNTIL WS-PARM-VALID = "Y".
           IF NOT WS-HIGH-VALUE
               MOVE "N" TO WS-PARM-VALID
               PERFORM P053-ACPT-SEED UNTIL WS-PARM-VALID = "Y".
      *
       P051-ACPT-METHOD.
           DISPLAY "METHOD - (M)ONETARY UNIT, (R)ANDOM, (H)IGH VALUE : "
               LINE 11 POSITION 21.
           ACCEPT  WS-METHOD LINE 11 POSITION 73 NO BELL OFF.
      *
       P052-ACPT-PARAMETER.
           MOVE "Y" TO WS-PARM-VALID.
           IF WS-MONETARY-UNIT
               DISPLAY "SAMPLING INTERVAL           : "
                   LINE 12 POSITION 21
               ACCEPT  WS-INTERVAL LINE 12 POSITION 51 NO BELL OFF
               IF WS-INTERVAL = 0
                   MOVE "N" TO WS-PARM-VALID.
           IF WS-RANDOM
               DISPLAY "SAMPLE SIZE (LINES)         : "
                   LINE 12 POSITION 21
               ACCEPT  WS-SAMPLE-SIZE LINE 12 POSITION 51 NO BELL OFF
               IF WS-SAMPLE-SIZE = 0
                   MOVE "N" TO WS-PARM-VALID.
           IF WS-HIGH-VALUE
               DISPLAY "THRESHOLD (ABSOLUTE AMOUNT) : "
                   LINE 12 POSITION 21
               ACCEPT  WS-THRESHOLD LINE 12 POSITION 51 NO BELL OFF
               IF WS-THRESHOLD = 0
                   MOVE "N" TO WS-PARM-VALID.
           IF WS-PARM-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL.
      *
       P053-ACPT-SEED.
           DISPLAY "SEED (0 = TAKE FROM CLOCK)  : " LINE 13 POSITION 21.
           ACCEPT  WS-SEED LINE 13 POSITION 51 NO BELL OFF.
           MOVE "Y" TO WS-PARM-VALID.
           IF WS-SEED NOT < 2147483647
               MOVE "N" TO WS-PARM-VALID
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL.
           IF WS-PARM-VALID = "Y" AND WS-SEED = 0
               ACCEPT WS-TIME-NOW FROM TIME
               COMPUTE WS-SEED = WS-TIME-NOW + 1
               MOVE WS-SEED TO WS-ED-SEED
               DISPLAY WS-ED-SEED LINE 13 POSITION 51.
      *
       P100-CHECK-DIRECTORY.
           MOVE "N" TO WS-YEAR-FOUND.
           OPEN INPUT GLARCDF.
           MOVE "N" TO WS-DIR-EOF.
           PERFORM P110-READ-DIR.
           PERFORM P120-TEST-DIR UNTIL WS-DIR-EOF = "Y".
           CLOSE GLARCDF.
      *
       P110-READ-DIR.
           READ GLARCDF RECORD AT END MOVE "Y" TO WS-DIR-EOF.
      *
       P120-TEST-DIR.
           IF GLAD-YEAR = WS-ASK-YEAR-N AND NOT GLAD-PURGED
               MOVE "Y" TO WS-YEAR-FOUND
               MOVE GLAD-FILENAME TO WS-SOURCE-NAME.
           PERFORM P110-READ-DIR.
      *
      *  Next number from the seeded generator - the seed becomes
      *      seed * 16807 modulo 2147483647, and the fraction
      *      seed / 2147483647 lies between 0 and 1
      *
       P150-NEXT-RANDOM.
           COMPUTE WS-RND-PRODUCT = WS-RND-SEED * 16807.
           DIVIDE WS-RND-PRODUCT BY 2147483647
               GIVING WS-RND-QUOT REMAINDER WS-RND-SEED.
           COMPUTE WS-RND-FRACTION = WS-RND-SEED / 2147483647.
      *
      *  First pass - the population : every non-void line of the
      *      company dated within the range.  Its count and totals
      *      go on the control record, and random sampling needs
      *      the count before it can start.
      *
       P200-COUNT-POPULATION.
           OPEN INPUT GLASRCF.
           MOVE "N" TO WS-EOF.
           PERFORM P210-READ-SOURCE.
           PERFORM P220-COUNT-LINE UNTIL WS-EOF = "Y".
           CLOSE GLASRCF.
      *
       P210-READ-SOURCE.
           READ GLASRCF RECORD AT END MOVE "Y" TO WS-EOF.
      *
       P220-COUNT-LINE.
           IF GLAS-COMPANY = WS-COMPANY AND GLAS-STATUS NOT = "V" AND
              GLAS-VOUCHERDT NOT < WS-FROM-DATE AND
              GLAS-VOUCHERDT NOT > WS-THRU-DATE
               ADD 1 TO WS-POP-COUNT
               PERFORM P230-ABSOLUTE
               ADD WS-ABS-AMOUNT TO WS-POP-ABSOLUTE
               IF GLAS-AMOUNT > 0
                   ADD GLAS-AMOUNT TO WS-POP-DEBIT
               ELSE
                   ADD GLAS-AMOUNT TO WS-POP-CREDIT.
           PERFORM P210-READ-SOURCE.
      *
       P230-ABSOLUTE.
           IF GLAS-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = GLAS-AMOUNT * -1
           ELSE
               MOVE GLAS-AMOUNT TO WS-ABS-AMOUNT.
      *
      *  Second pass - the same population in the same order, so
      *      the same seed always draws the same lines
      *
       P300-DRAW-SAMPLE.
           OPEN OUTPUT GLASLST.
           OPEN OUTPUT GLASMPF.
           PERFORM P310-PRINT-HEADING.
           PERFORM P320-WRITE-HEADER.
           MOVE WS-SEED TO WS-RND-SEED.
           MOVE 0 TO WS-MUS-CUM WS-ITEMS-SEEN.
           IF WS-MONETARY-UNIT
               PERFORM P150-NEXT-RANDOM
               COMPUTE WS-MUS-POINT ROUNDED =
                   WS-INTERVAL * WS-RND-FRACTION
               IF WS-MUS-POINT = 0
                   MOVE 0.01 TO WS-MUS-POINT.
           OPEN INPUT GLASRCF.
           MOVE "N" TO WS-EOF.
           PERFORM P210-READ-SOURCE.
           PERFORM P330-TEST-LINE UNTIL WS-EOF = "Y".
           CLOSE GLASRCF.
           PERFORM P500-PRINT-CONTROL.
           PERFORM P510-WRITE-CONTROL.
           CLOSE GLASMPF.
           CLOSE GLASLST.
      *
       P310-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           MOVE SPACES TO WS-PARM-LINE.
           MOVE "COMPANY"   TO WS-PM-CAPTION.
           MOVE GLCO-NAME   TO WS-PM-TEXT.
           MOVE WS-COMPANY  TO WS-PM-VALUE.
           WRITE REPORT-LINE FROM WS-PARM-LINE AFTER 1.
           MOVE SPACES TO WS-PARM-LINE.
           MOVE "POSTED HISTORY FILE" TO WS-PM-CAPTION.
           MOVE WS-SOURCE-NAME TO WS-PM-TEXT.
           WRITE REPORT-LINE FROM WS-PARM-LINE AFTER 1.
           MOVE SPACES TO WS-PARM-LINE.
           MOVE "VOUCHER DATE FROM" TO WS-PM-CAPTION.
           MOVE WS-FROM-DATE TO WS-JRN-DATE.
           PERFORM P315-EDIT-DATE.
           MOVE WS-PRINT-DATE TO WS-PM-TEXT.
           WRITE REPORT-LINE FROM WS-PARM-LINE AFTER 1.
           MOVE "VOUCHER DATE THRU" TO WS-PM-CAPTION.
           MOVE WS-THRU-DATE TO WS-JRN-DATE.
           PERFORM P315-EDIT-DATE.
           MOVE WS-PRINT-DATE TO WS-PM-TEXT.
           WRITE REPORT-LINE FROM WS-PARM-LINE AFTER 1.
           MOVE SPACES TO WS-PARM-LINE.
           MOVE "METHOD" TO WS-PM-CAPTION.
           IF WS-MONETARY-UNIT
               MOVE "MONETARY UNIT - SAMPLING INTERVAL" TO WS-PM-TEXT
               MOVE WS-INTERVAL TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT TO WS-PM-VALUE.
           IF WS-RANDOM
               MOVE "RANDOM - SAMPLE SIZE (LINES)" TO WS-PM-TEXT
               MOVE WS-SAMPLE-SIZE TO WS-ED-SIZE
               MOVE WS-ED-SIZE TO WS-PM-VALUE.
           IF WS-HIGH-VALUE
               MOVE "HIGH VALUE - THRESHOLD (ABSOLUTE)" TO WS-PM-TEXT
               MOVE WS-THRESHOLD TO WS-ED-AMOUNT
               MOVE WS-ED-AMOUNT TO WS-PM-VALUE.
           WRITE REPORT-LINE FROM WS-PARM-LINE AFTER 1.
           IF NOT WS-HIGH-VALUE
               MOVE SPACES TO WS-PARM-LINE
               MOVE "RANDOM SEED" TO WS-PM-CAPTION
               MOVE WS-SEED TO WS-ED-SEED
               MOVE WS-ED-SEED TO WS-PM-TEXT
               WRITE REPORT-LINE FROM WS-PARM-LINE AFTER 1.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-4 AFTER 1.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
      *
       P315-EDIT-DATE.
           MOVE WS-JRN-DAY   TO WS-PD-DD.
           MOVE WS-JRN-MONTH TO WS-PD-MM.
           MOVE WS-JRN-YEAR  TO WS-PD-YY.
      *
       P320-WRITE-HEADER.
           MOVE SPACES TO GLAX-HEADER-REC.
           MOVE "H" TO GLAX-REC-TYPE.
           MOVE WS-COMPANY     TO GLAX-H-COMPANY.
           MOVE WS-ASK-YEAR    TO GLAX-H-ARCH-YEAR.
           MOVE WS-FROM-DATE   TO GLAX-H-FROM-DATE.
           MOVE WS-THRU-DATE   TO GLAX-H-THRU-DATE.
           MOVE WS-METHOD      TO GLAX-H-METHOD.
           MOVE WS-INTERVAL    TO GLAX-H-INTERVAL.
           MOVE WS-SAMPLE-SIZE TO GLAX-H-SAMPLE-SIZE.
           MOVE WS-THRESHOLD   TO GLAX-H-THRESHOLD.
           MOVE WS-SEED        TO GLAX-H-SEED.
           MOVE WS-TODAY       TO GLAX-H-RUNDATE.
           MOVE WS-OPERATOR-ID TO GLAX-H-OPERATOR.
           MOVE GLCO-NAME      TO GLAX-H-CONAME.
           WRITE GLAX-HEADER-REC.
      *
       P330-TEST-LINE.
           IF GLAS-COMPANY = WS-COMPANY AND GLAS-STATUS NOT = "V" AND
              GLAS-VOUCHERDT NOT < WS-FROM-DATE AND
              GLAS-VOUCHERDT NOT > WS-THRU-DATE
               PERFORM P340-SELECT-LINE
               IF WS-SELECTED = "Y"
                   PERFORM P400-WRITE-SAMPLE.
           PERFORM P210-READ-SOURCE.
      *
      *  M : the line is taken when one or more sampling points
      *      fall within its absolute amount on the running total
      *  R : selection sampling - taken when (lines left) times the
      *      random fraction is below the number still needed, so
      *      exactly the sample size is drawn
      *  H : taken at or above the threshold
      *
       P340-SELECT-LINE.
           MOVE "N" TO WS-SELECTED.
           MOVE 0 TO WS-HITS.
           PERFORM P230-ABSOLUTE.
           IF WS-MONETARY-UNIT
               ADD WS-ABS-AMOUNT TO WS-MUS-CUM
               PERFORM P350-COUNT-HIT UNTIL WS-MUS-POINT > WS-MUS-CUM
               IF WS-HITS > 0
                   MOVE "Y" TO WS-SELECTED.
           IF WS-RANDOM
               COMPUTE WS-ITEMS-LEFT = WS-POP-COUNT - WS-ITEMS-SEEN
               COMPUTE WS-NEEDED = WS-SAMPLE-SIZE - WS-SMP-COUNT
               ADD 1 TO WS-ITEMS-SEEN
               IF WS-SAMPLE-SIZE > WS-SMP-COUNT
                   PERFORM P150-NEXT-RANDOM
                   COMPUTE WS-RND-TEST =
                       WS-ITEMS-LEFT * WS-RND-FRACTION
                   IF WS-RND-TEST < WS-NEEDED
                       MOVE "Y" TO WS-SELECTED.
           IF WS-HIGH-VALUE
               IF WS-ABS-AMOUNT NOT < WS-THRESHOLD
                   MOVE "Y" TO WS-SELECTED.
      *
       P350-COUNT-HIT.
           IF WS-HITS < 999
               ADD 1 TO WS-HITS.
           ADD WS-INTERVAL TO WS-MUS-POINT.
      *
       P400-WRITE-SAMPLE.
           ADD 1 TO WS-SMP-COUNT.
           ADD GLAS-AMOUNT   TO WS-SMP-NET.
           ADD WS-ABS-AMOUNT TO WS-SMP-ABSOLUTE.
           MOVE GLAS-VOUCHERNO  TO WS-DL-VOUCHERNO.
           MOVE GLAS-SEQNO      TO WS-DL-SEQNO.
           MOVE GLAS-VOUCHERDT  TO WS-JRN-DATE.
           PERFORM P315-EDIT-DATE.
           MOVE WS-PRINT-DATE   TO WS-DL-DATE.
           MOVE GLAS-ACCTNO     TO WS-DL-ACCTNO.
           MOVE GLAS-DEPT       TO WS-DL-DEPT.
           MOVE GLAS-PARTICULAR TO WS-DL-PARTICULAR.
           MOVE GLAS-AMOUNT     TO WS-DL-AMOUNT.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
           MOVE GLAS-DOCNO      TO WS-D2-DOCNO.
           MOVE GLAS-DOCREF     TO WS-D2-DOCREF.
           MOVE GLAS-OPERATOR   TO WS-D2-OPERATOR.
           IF GLAS-APPROVER = SPACES
               MOVE "(NONE)" TO WS-D2-APPROVER
               MOVE SPACES   TO WS-D2-APPROVEDT
           ELSE
               MOVE GLAS-APPROVER   TO WS-D2-APPROVER
               MOVE GLAS-APPROVEDT  TO WS-JRN-DATE
               PERFORM P315-EDIT-DATE
               MOVE WS-PRINT-DATE   TO WS-D2-APPROVEDT.
           MOVE WS-HITS         TO WS-D2-HITS.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE-2 AFTER 1.
           MOVE SPACES TO GLAX-DETAIL-REC.
           MOVE "D" TO GLAX-REC-TYPE.
           MOVE GLAS-VOUCHERNO    TO GLAX-D-VOUCHERNO.
           MOVE GLAS-SEQNO        TO GLAX-D-SEQNO.
           MOVE GLAS-VOUCHERDT    TO GLAX-D-VOUCHERDT.
           MOVE GLAS-COMPANY      TO GLAX-D-COMPANY.
           MOVE GLAS-ACCTNO       TO GLAX-D-ACCTNO.
           MOVE GLAS-DEPT         TO GLAX-D-DEPT.
           MOVE GLAS-PARTICULAR   TO GLAX-D-PARTICULAR.
           MOVE GLAS-SOURCE       TO GLAX-D-SOURCE.
           MOVE GLAS-AMOUNT       TO GLAX-D-AMOUNT.
           MOVE GLAS-CURRENCY     TO GLAX-D-CURRENCY.
           MOVE GLAS-FOREIGN-AMT  TO GLAX-D-FOREIGN-AMT.
           MOVE GLAS-OPERATOR     TO GLAX-D-OPERATOR.
           MOVE GLAS-APPROVER     TO GLAX-D-APPROVER.
           MOVE GLAS-APPROVEDT    TO GLAX-D-APPROVEDT.
           MOVE GLAS-DOCNO        TO GLAX-D-DOCNO.
           MOVE GLAS-DOCDATE      TO GLAX-D-DOCDATE.
           MOVE GLAS-DOCREF       TO GLAX-D-DOCREF.
           MOVE GLAS-PROJECT      TO GLAX-D-PROJECT.
           MOVE WS-HITS           TO GLAX-D-HITS.
           WRITE GLAX-DETAIL-REC.
      *
      *  Population against sample - the coverage is the share of
      *      the population's absolute value the sample holds
      *
       P500-PRINT-CONTROL.
           IF WS-POP-ABSOLUTE > 0
               COMPUTE WS-COVERAGE ROUNDED =
                   WS-SMP-ABSOLUTE * 100 / WS-POP-ABSOLUTE
           ELSE
               MOVE 0 TO WS-COVERAGE.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "POPULATION - POSTED LINES             :"
               TO WS-CL-CAPTION.
           MOVE WS-POP-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "POPULATION - DEBITS                   :"
               TO WS-TL-CAPTION.
           MOVE WS-POP-DEBIT TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           MOVE "POPULATION - CREDITS                  :"
               TO WS-TL-CAPTION.
           MOVE WS-POP-CREDIT TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           MOVE "POPULATION - ABSOLUTE VALUE           :"
               TO WS-TL-CAPTION.
           MOVE WS-POP-ABSOLUTE TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "SAMPLE - LINES SELECTED               :"
               TO WS-CL-CAPTION.
           MOVE WS-SMP-COUNT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "SAMPLE - NET VALUE                    :"
               TO WS-TL-CAPTION.
           MOVE WS-SMP-NET TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           MOVE "SAMPLE - ABSOLUTE VALUE               :"
               TO WS-TL-CAPTION.
           MOVE WS-SMP-ABSOLUTE TO WS-TL-AMOUNT.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           MOVE "SAMPLE - SHARE OF ABSOLUTE VALUE      :"
               TO WS-PC-CAPTION.
           MOVE WS-COVERAGE TO WS-PC-PCT.
           WRITE REPORT-LINE FROM WS-PCT-LINE AFTER 1.
      *
       P510-WRITE-CONTROL.
           MOVE SPACES TO GLAX-CONTROL-REC.
           MOVE "C" TO GLAX-REC-TYPE.
           MOVE WS-POP-COUNT    TO GLAX-C-POP-COUNT.
           MOVE WS-POP-DEBIT    TO GLAX-C-POP-DEBIT.
           MOVE WS-POP-CREDIT   TO GLAX-C-POP-CREDIT.
           MOVE WS-POP-ABSOLUTE TO GLAX-C-POP-ABSOLUTE.
           MOVE WS-SMP-COUNT    TO GLAX-C-SAMPLE-COUNT.
           MOVE WS-SMP-NET      TO GLAX-C-SAMPLE-NET.
           MOVE WS-SMP-ABSOLUTE TO GLAX-C-SAMPLE-ABSOLUTE.
           WRITE GLAX-CONTROL-REC.
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
                   IF GLOA-PROGRAM = "GL084P" OR "*JRNL" OR "*ALL"
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
               MOVE "GL084P" TO GLOA-PROGRAM
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
           MOVE "GL084P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
