       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL068P-ASSET-DISPOSAL-TRANSFER.
       AUTHOR.           TSANG-KA-WAI.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program books the two fixed asset           ***
      ***  movements that GL052P's maintenance screen cannot -      ***
      ***  a disposal and a transfer - and writes the voucher for   ***
      ***  each straight to GLJRNLF, balanced and already           ***
      ***  approved, ready for the normal GL018P posting run the    ***
      ***  same way GL053P writes the depreciation vouchers.        ***
      ***                                                           ***
      ***          A disposal takes the sale date and proceeds      ***
      ***  and the part of the cost sold (the whole cost by         ***
      ***  default).  Unless the asset has already been charged     ***
      ***  for the period, a final pro-rata month of depreciation   ***
      ***  up to the sale date is charged on the part sold.  The    ***
      ***  voucher then takes that cost and its share of the        ***
      ***  accumulated depreciation off the books, debits the       ***
      ***  proceeds and carries the difference to the gain or loss  ***
      ***  account set for the company on GLCOMPF (GL029P).  A      ***
      ***  whole disposal marks the asset disposed ('D'); a part    ***
      ***  disposal leaves the rest of the asset on the register    ***
      ***  for GL053P to go on depreciating.                        ***
      ***                                                           ***
      ***          A transfer moves an asset to another department  ***
      ***  or another company, with new cost, accumulated           ***
      ***  depreciation and expense accounts.  Within a company     ***
      ***  the voucher moves the cost and accumulated depreciation  ***
      ***  between the accounts; across companies each side's       ***
      ***  lines are balanced through the due-to/due-from accounts  ***
      ***  on the GLICPTF pair table at net book value, the way     ***
      ***  GL015P balances a cross-company voucher, and the asset   ***
      ***  is re-keyed under the receiving company.                 ***
      ***                                                           ***
      ***          Every movement is logged to GLFAMVF for the      ***
      ***  GL054P register, and the movement date must fall in the  ***
      ***  current posting period.                                  ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY), GLMASTF       ***
      ***              (INPUT ONLY), GLICPTF (INPUT ONLY), GLFASTF, ***
      ***              GLJRNLF, GLFAMVF                             ***
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
           SELECT GLSYSPF   ASSIGN       TO RANDOM 'GLSYSPF'.
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
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLICPTF   ASSIGN       TO RANDOM 'GLICPTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLIC-KEY.
           SELECT GLFASTF   ASSIGN       TO RANDOM 'GLFASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLFA-KEY.
           SELECT GLJRNLF   ASSIGN       TO RANDOM 'GLJRNLF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJR-KEY.
           SELECT GLVLOKF   ASSIGN       TO RANDOM 'GLVLOKF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLVL-VOUCHERNO.
           SELECT OPTIONAL GLFAMVF ASSIGN TO 'GLFAMVF'.
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
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Inter-company account pair table - maintained by GL049P
           COPY "GLICPTSL.DEF".
      *
      *  Fixed asset master file
           COPY "GLFASTSL.DEF".
      *
      *  Open transaction journal file
           COPY "GLJRNLSL.DEF".
      *
      *  Voucher in-use lock file - doubles as the counter latch
           COPY "GLVLOKSL.DEF".
      *
      *  Fixed asset movement file
           COPY "GLFAMVSL.DEF".
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
       01  WS-LATCH-OK            PIC X.
       01  WS-LATCH-TRIES         PIC 9(3).
       01  WS-LATCH-BREAK         PIC X.
       01  WS-OPTION              PIC X.
           88  WS-OPT-DISPOSE     VALUE "1".
           88  WS-OPT-TRANSFER    VALUE "2".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-FA-VALID            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-IC-OK               PIC X.
       01  WS-ACCTS-OK            PIC X.
       01  WS-DATE-VALID          PIC X.
       01  WS-AMT-OK              PIC X.
       01  WS-CONFIRM             PIC X.
       01  WS-KEY                 PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-TO-COMPANY          PIC XX.
       01  WS-TO-ASSETNO          PIC 9(6).
       01  WS-CHK-COMPANY         PIC XX.
       01  WS-CHK-ACCTNO          PIC 9(6).
       01  WS-CHK-DEPT            PIC 9(3).
       01  WS-RUN-YYMM            PIC 9(4).
       01  WS-SYSDATE             PIC 9(6).
       01  WS-MOVE-DATE.
           05  WS-MV-YEAR         PIC 99.
           05  WS-MV-MONTH        PIC 99.
           05  WS-MV-DAY          PIC 99.
       01  WS-MOVE-YYMM REDEFINES WS-MOVE-DATE.
           05  WS-MV-YYMM         PIC 9(4).
           05  FILLER             PIC 99.
       01  WS-MONTHDAY            PIC X(24)  VALUE
           "312931303130313130313031".
       01  WS-MONTHDAY-R REDEFINES WS-MONTHDAY.
           05  WS-DAYINMTH        PIC 99     OCCURS 12.
       01  WS-RESV-VOUCHER        PIC 9(6).
       01  WS-RESV-SEQNO          PIC 9(6).
       01  WS-VOUCHERNO           PIC X(6).
       01  WS-LINE-COMPANY        PIC XX.
       01  WS-PARTICULAR          PIC X(40).
       01  WS-DISP-COST           PIC S9(9)V99.
       01  WS-DISP-ACCUM          PIC S9(9)V99.
       01  WS-FINAL-DEPR          PIC S9(9)V99.
       01  WS-PROCEEDS            PIC S9(9)V99.
       01  WS-NBV                 PIC S9(9)V99.
       01  WS-GAIN-LOSS           PIC S9(9)V99.
       01  WS-EXCESS              PIC S9(9)V99.
       01  WS-FULL-DISPOSAL       PIC X.
       01  WS-EDIT-AMT            PIC -(8)9.99.
      *
      *  The asset as it stood before a transfer - the old key,
      *      company and accounts the voucher's outgoing side uses
       01  WS-FROM-ASSET.
           05  WS-FR-COMPANY      PIC XX.
           05  WS-FR-ASSETNO      PIC 9(6).
           05  WS-FR-ASSET-ACCTNO PIC 9(6).
           05  WS-FR-ASSET-DEPT   PIC 9(3).
           05  WS-FR-ACDEP-ACCTNO PIC 9(6).
           05  WS-FR-ACDEP-DEPT   PIC 9(3).
           05  WS-FR-EXPNS-ACCTNO PIC 9(6).
           05  WS-FR-EXPNS-DEPT   PIC 9(3).
       01  WS-TO-ACCOUNTS.
           05  WS-TO-ASSET-ACCTNO PIC 9(6).
           05  WS-TO-ASSET-DEPT   PIC 9(3).
           05  WS-TO-ACDEP-ACCTNO PIC 9(6).
           05  WS-TO-ACDEP-DEPT   PIC 9(3).
           05  WS-TO-EXPNS-ACCTNO PIC 9(6).
           05  WS-TO-EXPNS-DEPT   PIC 9(3).
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
       01  WS-ERR-MESS-1          PIC X(51)  VALUE
           "ERR-991 : ASSET NOT FOUND ON GLFASTF".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-090 : ACCOUNT NOT FOUND IN GLMASTF".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-994 : ASSET ALREADY DISPOSED".
       01  WS-ERR-MESS-5          PIC X(55)  VALUE
           "ERR-995 : NO DISPOSAL ACCOUNTS ON GLCOMPF - SEE GL029P".
       01  WS-ERR-MESS-6          PIC X(55)  VALUE
           "ERR-996 : DATE MUST FALL IN THE CURRENT POSTING PERIOD".
       01  WS-ERR-MESS-7          PIC X(55)  VALUE
           "ERR-997 : COST DISPOSED MUST BE > 0 AND NOT OVER COST".
       01  WS-ERR-MESS-8          PIC X(51)  VALUE
           "ERR-998 : PROCEEDS MAY NOT BE NEGATIVE".
       01  WS-ERR-MESS-9          PIC X(55)  VALUE
           "ERR-160 : INTERCOMPANY PAIR NOT ON GLICPTF".
       01  WS-ERR-MESS-10         PIC X(51)  VALUE
           "ERR-990 : ASSET ALREADY ON GLFASTF".
       01  WS-ERR-MESS-11         PIC X(51)  VALUE
           "ERR-999 : NOTHING TO TRANSFER".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           MOVE GLSP-PYEAR  TO WS-RUN-YYMM (1:2).
           MOVE GLSP-PMONTH TO WS-RUN-YYMM (3:2).
           OPEN INPUT GLCOMPF.
           PERFORM P030-GET-COMPANY.
           OPEN INPUT GLMASTF.
           OPEN INPUT GLICPTF.
           OPEN I-O   GLFASTF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLFASTF.
           CLOSE GLICPTF.
           CLOSE GLMASTF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-SCREEN-DATE.
           DISPLAY "GL068S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "ASSET DISPOSAL AND TRANSFER" LINE 3 POSITION 27.
      *
      *  Select the company whose assets are moved - the company
      *      code leads GLFA-KEY, the way GL052P selects it
      *
       P030-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P031-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
      *
       P031-ACPT-COMPANY.
           DISPLAY WS-BLANK-LINE LINE 5.
           DISPLAY "COMPANY CODE      : " LINE 5 POSITION 21.
           ACCEPT  WS-COMPANY LINE 5 POSITION 42 NO BELL OFF.
           MOVE WS-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-MAIN-MENU.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P035-SHOW-COMPANY.
           DISPLAY "1 - DISPOSE OF AN ASSET"   LINE  9 POSITION 21.
           DISPLAY "2 - TRANSFER AN ASSET"     LINE 10 POSITION 21.
           DISPLAY "9 - QUIT"                  LINE 11 POSITION 21.
           DISPLAY "OPTION : "                 LINE 13 POSITION 21.
           ACCEPT  WS-OPTION LINE 13 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-DISPOSE
                   PERFORM P200-DISPOSE-ASSET
               WHEN WS-OPT-TRANSFER
                   PERFORM P300-TRANSFER-ASSET
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  A transfer leaves the receiving company's record in the
      *      GLCO area, so the selected company is re-read before
      *      its name and disposal accounts are used again
      *
       P035-SHOW-COMPANY.
           MOVE WS-COMPANY TO GLCO-CODE.
           READ GLCOMPF RECORD INVALID KEY
               MOVE SPACES TO GLCO-NAME.
           DISPLAY "COMPANY CODE      : " LINE 5 POSITION 21.
           DISPLAY WS-COMPANY LINE 5 POSITION 42.
           DISPLAY GLCO-NAME  LINE 5 POSITION 47.
           DISPLAY "POSTING PERIOD    : " LINE 6 POSITION 21.
           DISPLAY WS-RUN-YYMM LINE 6 POSITION 42.
      *
      *  Disposal - whole or part of the cost, for the proceeds
      *      keyed, dated in the current posting period
      *
       P200-DISPOSE-ASSET.
           PERFORM P210-ACPT-ASSETNO.
           PERFORM P220-READ-ASSET.
           IF WS-FA-VALID = "N"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE IF GLFA-DISPOSED
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE IF GLFA-COST NOT > 0
               DISPLAY WS-ERR-MESS-7 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE IF GLCO-FA-PROCEEDS-ACCTNO = 0 OR
                   GLCO-FA-GAIN-ACCTNO = 0 OR
                   GLCO-FA-LOSS-ACCTNO = 0
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P260-ACPT-MOVE-DATE
               PERFORM P230-ACPT-DISPOSAL
               PERFORM P240-COMPUTE-DISPOSAL
               PERFORM P245-SHOW-DISPOSAL
               PERFORM P800-CONFIRM
               IF WS-CONFIRM = "Y"
                   PERFORM P270-BOOK-DISPOSAL
               ELSE
                   DISPLAY "DISPOSAL CANCELLED" LINE 24
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Common accept / display / read routines
      *
       P210-ACPT-ASSETNO.
           DISPLAY WS-BLANK-LINE LINE 7.
           DISPLAY "ASSET NO.         : " LINE 7 POSITION 21.
           ACCEPT  GLFA-ASSETNO LINE 7 POSITION 42 NO BELL OFF.
           MOVE WS-COMPANY TO GLFA-COMPANY.
      *
       P220-READ-ASSET.
           MOVE "Y" TO WS-FA-VALID.
           READ GLFASTF RECORD INVALID KEY
               MOVE "N" TO WS-FA-VALID.
      *
      *  The part of the cost sold defaults to the whole cost -
      *      enter accepts it, a smaller figure is a part disposal
      *
       P230-ACPT-DISPOSAL.
           MOVE GLFA-COST TO WS-DISP-COST.
           MOVE "N" TO WS-AMT-OK.
           PERFORM P231-ACPT-DISP-COST UNTIL WS-AMT-OK = "Y".
           MOVE 0 TO WS-PROCEEDS.
           MOVE "N" TO WS-AMT-OK.
           PERFORM P232-ACPT-PROCEEDS UNTIL WS-AMT-OK = "Y".
      *
       P231-ACPT-DISP-COST.
           DISPLAY "COST DISPOSED     : " LINE 14 POSITION 21.
           ACCEPT  WS-DISP-COST LINE 14 POSITION 42 NO BELL UPDATE.
           IF WS-DISP-COST NOT > 0 OR WS-DISP-COST > GLFA-COST
               DISPLAY WS-ERR-MESS-7 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               MOVE "Y" TO WS-AMT-OK.
           MOVE WS-DISP-COST TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 14 POSITION 42.
      *
       P232-ACPT-PROCEEDS.
           DISPLAY "SALE PROCEEDS     : " LINE 15 POSITION 21.
           ACCEPT  WS-PROCEEDS LINE 15 POSITION 42 NO BELL UPDATE.
           IF WS-PROCEEDS < 0
               DISPLAY WS-ERR-MESS-8 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               MOVE "Y" TO WS-AMT-OK.
           MOVE WS-PROCEEDS TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 15 POSITION 42.
      *
      *  The final month's charge runs from the first of the month
      *      to the sale date on the part sold, at the GL053P
      *      straight-line rate - unless this period's charge has
      *      already been taken.  The part sold carries its share
      *      of the accumulated depreciation, and the total
      *      released is capped at the cost sold, as GL053P caps
      *      its charge.
      *
       P240-COMPUTE-DISPOSAL.
           IF WS-DISP-COST = GLFA-COST
               MOVE "Y" TO WS-FULL-DISPOSAL
           ELSE
               MOVE "N" TO WS-FULL-DISPOSAL.
           IF GLFA-LASTDEP-YYMM = WS-RUN-YYMM
               MOVE 0 TO WS-FINAL-DEPR
           ELSE
               COMPUTE WS-FINAL-DEPR ROUNDED =
                   WS-DISP-COST / GLFA-LIFE-MONTHS * WS-MV-DAY
                       / WS-DAYINMTH (WS-MV-MONTH).
           IF WS-FULL-DISPOSAL = "Y"
               MOVE GLFA-ACCUM-DEPR TO WS-DISP-ACCUM
           ELSE
               COMPUTE WS-DISP-ACCUM ROUNDED =
                   GLFA-ACCUM-DEPR * WS-DISP-COST / GLFA-COST.
           ADD WS-FINAL-DEPR TO WS-DISP-ACCUM.
           IF WS-DISP-ACCUM > WS-DISP-COST
               COMPUTE WS-EXCESS = WS-DISP-ACCUM - WS-DISP-COST
               SUBTRACT WS-EXCESS FROM WS-FINAL-DEPR
               MOVE WS-DISP-COST TO WS-DISP-ACCUM.
           COMPUTE WS-NBV = WS-DISP-COST - WS-DISP-ACCUM.
           COMPUTE WS-GAIN-LOSS = WS-PROCEEDS - WS-NBV.
      *
       P245-SHOW-DISPOSAL.
           DISPLAY "FINAL DEPRECIATION: " LINE 16 POSITION 21.
           MOVE WS-FINAL-DEPR TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 16 POSITION 42.
           DISPLAY "ACCUM DEPR OFF    : " LINE 17 POSITION 21.
           MOVE WS-DISP-ACCUM TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 17 POSITION 42.
           DISPLAY "NET BOOK VALUE    : " LINE 18 POSITION 21.
           MOVE WS-NBV TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 18 POSITION 42.
           IF WS-GAIN-LOSS < 0
               DISPLAY "LOSS ON DISPOSAL  : " LINE 19 POSITION 21
           ELSE
               DISPLAY "GAIN ON DISPOSAL  : " LINE 19 POSITION 21.
           MOVE WS-GAIN-LOSS TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT LINE 19 POSITION 42.
      *
       P250-DISPLAY-DETAIL.
           DISPLAY "DESCRIPTION       : " LINE  8 POSITION 21.
           DISPLAY GLFA-DESCRIPTION        LINE  8 POSITION 42.
           DISPLAY "COST              : " LINE  9 POSITION 21.
           MOVE GLFA-COST TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT             LINE  9 POSITION 42.
           DISPLAY "ACCUM DEPR        : " LINE 10 POSITION 21.
           MOVE GLFA-ACCUM-DEPR TO WS-EDIT-AMT.
           DISPLAY WS-EDIT-AMT             LINE 10 POSITION 42.
           DISPLAY "LAST CHARGED YYMM : " LINE 11 POSITION 21.
           DISPLAY GLFA-LASTDEP-YYMM       LINE 11 POSITION 42.
           DISPLAY "ASSET A/C, DEPT   : " LINE 12 POSITION 21.
           DISPLAY GLFA-ASSET-ACCTNO       LINE 12 POSITION 42.
           DISPLAY GLFA-ASSET-DEPT         LINE 12 POSITION 50.
      *
      *  The movement date - dated in the current posting period
      *      (the bucket the voucher lands in) and not after today
      *
       P260-ACPT-MOVE-DATE.
           MOVE "N" TO WS-DATE-VALID.
           PERFORM P261-ACPT-DATE UNTIL WS-DATE-VALID = "Y".
      *
       P261-ACPT-DATE.
           DISPLAY "DATE (YYMMDD)     : " LINE 13 POSITION 21.
           ACCEPT  WS-MOVE-DATE LINE 13 POSITION 42 NO BELL OFF.
           ACCEPT  WS-SYSDATE FROM DATE.
           MOVE "Y" TO WS-DATE-VALID.
           IF WS-MV-YYMM NOT = WS-RUN-YYMM OR
              WS-MOVE-DATE > WS-SYSDATE
               MOVE "N" TO WS-DATE-VALID
           ELSE IF WS-MV-MONTH NOT > 0 OR WS-MV-MONTH > 12
               MOVE "N" TO WS-DATE-VALID
           ELSE IF WS-MV-DAY = 0 OR
                   WS-MV-DAY > WS-DAYINMTH (WS-MV-MONTH)
               MOVE "N" TO WS-DATE-VALID.
           IF WS-DATE-VALID = "N"
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  The disposal voucher - final depreciation, cost off,
      *      accumulated depreciation off, proceeds in, and the
      *      gain (credit) or loss (debit) that balances it
      *
       P270-BOOK-DISPOSAL.
           PERFORM P025-RESERVE-NUMBERS.
           OPEN I-O GLJRNLF.
           MOVE WS-COMPANY TO WS-LINE-COMPANY.
           IF WS-FINAL-DEPR > 0
               MOVE SPACES TO WS-PARTICULAR
               STRING "FINAL DEPRECIATION - ASSET " GLFA-ASSETNO
                   DELIMITED BY SIZE INTO WS-PARTICULAR
               MOVE GLFA-EXPNS-ACCTNO TO GLJR-ACCTNO
               MOVE GLFA-EXPNS-DEPT   TO GLJR-DEPT
               MOVE WS-FINAL-DEPR TO GLJR-AMOUNT
               PERFORM P400-WRITE-JOURNAL-LINE
               MOVE GLFA-ACDEP-ACCTNO TO GLJR-ACCTNO
               MOVE GLFA-ACDEP-DEPT   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-FINAL-DEPR * -1
               PERFORM P400-WRITE-JOURNAL-LINE.
           MOVE SPACES TO WS-PARTICULAR.
           STRING "DISPOSAL - ASSET " GLFA-ASSETNO
               DELIMITED BY SIZE INTO WS-PARTICULAR.
           MOVE GLFA-ASSET-ACCTNO TO GLJR-ACCTNO.
           MOVE GLFA-ASSET-DEPT   TO GLJR-DEPT.
           COMPUTE GLJR-AMOUNT = WS-DISP-COST * -1.
           PERFORM P400-WRITE-JOURNAL-LINE.
           IF WS-DISP-ACCUM NOT = 0
               MOVE GLFA-ACDEP-ACCTNO TO GLJR-ACCTNO
               MOVE GLFA-ACDEP-DEPT   TO GLJR-DEPT
               MOVE WS-DISP-ACCUM TO GLJR-AMOUNT
               PERFORM P400-WRITE-JOURNAL-LINE.
           IF WS-PROCEEDS NOT = 0
               MOVE GLCO-FA-PROCEEDS-ACCTNO TO GLJR-ACCTNO
               MOVE GLCO-FA-PROCEEDS-DEPT   TO GLJR-DEPT
               MOVE WS-PROCEEDS TO GLJR-AMOUNT
               PERFORM P400-WRITE-JOURNAL-LINE.
           IF WS-GAIN-LOSS > 0
               MOVE GLCO-FA-GAIN-ACCTNO TO GLJR-ACCTNO
               MOVE GLCO-FA-GAIN-DEPT   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-GAIN-LOSS * -1
               PERFORM P400-WRITE-JOURNAL-LINE
           ELSE IF WS-GAIN-LOSS < 0
               MOVE GLCO-FA-LOSS-ACCTNO TO GLJR-ACCTNO
               MOVE GLCO-FA-LOSS-DEPT   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-GAIN-LOSS * -1
               PERFORM P400-WRITE-JOURNAL-LINE.
           CLOSE GLJRNLF.
           PERFORM P280-UPDATE-DISPOSED-ASSET.
           PERFORM P290-LOG-DISPOSAL.
           DISPLAY "DISPOSAL VOUCHER WRITTEN TO GLJRNLF :" LINE 24.
           DISPLAY WS-VOUCHERNO LINE 24 POSITION 39.
           PERFORM P900-DELAY.
           DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  A whole disposal clears the asset to nil and marks it
      *      disposed - stamped as charged for the period so GL053P
      *      passes it by.  A part disposal leaves the remaining
      *      cost and its accumulated depreciation on the asset.
      *
       P280-UPDATE-DISPOSED-ASSET.
           IF WS-FULL-DISPOSAL = "Y"
               MOVE 0 TO GLFA-COST
               MOVE 0 TO GLFA-ACCUM-DEPR
               MOVE "D" TO GLFA-STATUS
               MOVE WS-RUN-YYMM TO GLFA-LASTDEP-YYMM
           ELSE
               SUBTRACT WS-DISP-COST FROM GLFA-COST
               COMPUTE GLFA-ACCUM-DEPR = GLFA-ACCUM-DEPR
                   + WS-FINAL-DEPR - WS-DISP-ACCUM.
           MOVE WS-MOVE-DATE TO GLFA-DISPDATE.
           ADD WS-DISP-COST TO GLFA-DISP-COST.
           ADD WS-PROCEEDS  TO GLFA-PROCEEDS.
           REWRITE GLFA-RECORD INVALID KEY
               DISPLAY "ERR-050 : ERROR REWRITING GLFASTF" LINE 23.
      *
       P290-LOG-DISPOSAL.
           MOVE "D" TO GLFM-TYPE.
           MOVE GLFA-COMPANY      TO GLFM-COMPANY.
           MOVE GLFA-ASSETNO      TO GLFM-ASSETNO.
           MOVE GLFA-ASSET-ACCTNO TO GLFM-FROM-ACCTNO.
           MOVE GLFA-ASSET-DEPT   TO GLFM-FROM-DEPT.
           MOVE SPACES TO GLFM-TO-COMPANY.
           MOVE 0 TO GLFM-TO-ASSETNO GLFM-TO-ACCTNO GLFM-TO-DEPT.
           MOVE WS-DISP-COST  TO GLFM-COST.
           MOVE WS-DISP-ACCUM TO GLFM-ACCUM-DEPR.
           MOVE WS-FINAL-DEPR TO GLFM-FINAL-DEPR.
           MOVE WS-PROCEEDS   TO GLFM-PROCEEDS.
           MOVE WS-GAIN-LOSS  TO GLFM-GAIN-LOSS.
           PERFORM P600-WRITE-MOVEMENT.
      *
      *  Transfer - to another department of the same company, or
      *      to another company under a new asset number
      *
       P300-TRANSFER-ASSET.
           PERFORM P210-ACPT-ASSETNO.
           PERFORM P220-READ-ASSET.
           IF WS-FA-VALID = "N"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE IF GLFA-DISPOSED
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P260-ACPT-MOVE-DATE
               PERFORM P310-SAVE-FROM-ASSET
               PERFORM P320-ACPT-DESTINATION
               IF WS-ACCTS-OK = "Y"
                   PERFORM P800-CONFIRM
                   IF WS-CONFIRM = "Y"
                       PERFORM P370-BOOK-TRANSFER
                   ELSE
                       DISPLAY "TRANSFER CANCELLED" LINE 24
                       PERFORM P900-DELAY
                       DISPLAY WS-BLANK-LINE LINE 24.
      *
       P310-SAVE-FROM-ASSET.
           MOVE GLFA-COMPANY      TO WS-FR-COMPANY.
           MOVE GLFA-ASSETNO      TO WS-FR-ASSETNO.
           MOVE GLFA-ASSET-ACCTNO TO WS-FR-ASSET-ACCTNO.
           MOVE GLFA-ASSET-DEPT   TO WS-FR-ASSET-DEPT.
           MOVE GLFA-ACDEP-ACCTNO TO WS-FR-ACDEP-ACCTNO.
           MOVE GLFA-ACDEP-DEPT   TO WS-FR-ACDEP-DEPT.
           MOVE GLFA-EXPNS-ACCTNO TO WS-FR-EXPNS-ACCTNO.
           MOVE GLFA-EXPNS-DEPT   TO WS-FR-EXPNS-DEPT.
      *
      *  The receiving company (enter keeps this one), the asset
      *      number there, and the three accounts - each offered
      *      as it stands and validated on the receiving company's
      *      ledger.  A cross-company move needs both GLICPTF pairs.
      *
       P320-ACPT-DESTINATION.
           MOVE WS-COMPANY TO WS-TO-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P321-ACPT-TO-COMPANY UNTIL WS-CO-VALID = "Y".
           MOVE GLFA-ASSETNO TO WS-TO-ASSETNO.
           MOVE "Y" TO WS-ACCTS-OK.
           IF WS-TO-COMPANY NOT = WS-COMPANY
               PERFORM P322-ACPT-TO-ASSETNO
               PERFORM P330-CHECK-IC-PAIRS.
           IF WS-ACCTS-OK = "Y"
               PERFORM P340-ACPT-TO-ACCOUNTS.
           IF WS-ACCTS-OK = "Y" AND
              WS-TO-COMPANY = WS-COMPANY AND
              WS-TO-ASSET-ACCTNO = WS-FR-ASSET-ACCTNO AND
              WS-TO-ASSET-DEPT   = WS-FR-ASSET-DEPT AND
              WS-TO-ACDEP-ACCTNO = WS-FR-ACDEP-ACCTNO AND
              WS-TO-ACDEP-DEPT   = WS-FR-ACDEP-DEPT AND
              WS-TO-EXPNS-ACCTNO = WS-FR-EXPNS-ACCTNO AND
              WS-TO-EXPNS-DEPT   = WS-FR-EXPNS-DEPT
               MOVE "N" TO WS-ACCTS-OK
               DISPLAY WS-ERR-MESS-11 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P321-ACPT-TO-COMPANY.
           DISPLAY "TO COMPANY        : " LINE 14 POSITION 21.
           ACCEPT  WS-TO-COMPANY LINE 14 POSITION 42 NO BELL UPDATE.
           IF WS-TO-COMPANY = SPACES
               MOVE WS-COMPANY TO WS-TO-COMPANY.
           MOVE WS-TO-COMPANY TO GLCO-CODE.
           MOVE "Y" TO WS-CO-VALID.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "N" TO WS-CO-VALID
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           IF WS-CO-VALID = "Y"
               PERFORM P993-CHECK-CO-ACCESS.
      *
      *  The asset number under the receiving company - offered as
      *      the same number, refused if already taken there.  The
      *      asset record is read under the new key, so it is read
      *      back under the old key before going any further.
      *
       P322-ACPT-TO-ASSETNO.
           DISPLAY "TO ASSET NO.      : " LINE 15 POSITION 21.
           ACCEPT  WS-TO-ASSETNO LINE 15 POSITION 42 NO BELL UPDATE.
           MOVE WS-TO-COMPANY TO GLFA-COMPANY.
           MOVE WS-TO-ASSETNO TO GLFA-ASSETNO.
           PERFORM P220-READ-ASSET.
           IF WS-FA-VALID = "Y"
               MOVE "N" TO WS-ACCTS-OK
               DISPLAY WS-ERR-MESS-10 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
           MOVE WS-FR-COMPANY TO GLFA-COMPANY.
           MOVE WS-FR-ASSETNO TO GLFA-ASSETNO.
           PERFORM P220-READ-ASSET.
      *
       P330-CHECK-IC-PAIRS.
           MOVE WS-FR-COMPANY TO GLIC-COMPANY.
           MOVE WS-TO-COMPANY TO GLIC-OTHER-COMPANY.
           MOVE "Y" TO WS-IC-OK.
           READ GLICPTF RECORD INVALID KEY
               MOVE "N" TO WS-IC-OK.
           MOVE WS-TO-COMPANY TO GLIC-COMPANY.
           MOVE WS-FR-COMPANY TO GLIC-OTHER-COMPANY.
           READ GLICPTF RECORD INVALID KEY
               MOVE "N" TO WS-IC-OK.
           IF WS-IC-OK = "N"
               MOVE "N" TO WS-ACCTS-OK
               DISPLAY WS-ERR-MESS-9 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P340-ACPT-TO-ACCOUNTS.
           MOVE WS-FR-ASSET-ACCTNO TO WS-TO-ASSET-ACCTNO.
           MOVE WS-FR-ASSET-DEPT   TO WS-TO-ASSET-DEPT.
           MOVE WS-FR-ACDEP-ACCTNO TO WS-TO-ACDEP-ACCTNO.
           MOVE WS-FR-ACDEP-DEPT   TO WS-TO-ACDEP-DEPT.
           MOVE WS-FR-EXPNS-ACCTNO TO WS-TO-EXPNS-ACCTNO.
           MOVE WS-FR-EXPNS-DEPT   TO WS-TO-EXPNS-DEPT.
           MOVE WS-TO-COMPANY TO WS-CHK-COMPANY.
           DISPLAY "NEW ASSET A/C,DEPT: " LINE 16 POSITION 21.
           ACCEPT  WS-TO-ASSET-ACCTNO LINE 16 POSITION 42
                   NO BELL UPDATE.
           ACCEPT  WS-TO-ASSET-DEPT LINE 16 POSITION 50
                   NO BELL UPDATE.
           MOVE WS-TO-ASSET-ACCTNO TO WS-CHK-ACCTNO.
           MOVE WS-TO-ASSET-DEPT   TO WS-CHK-DEPT.
           PERFORM P350-CHECK-ACCOUNT.
           DISPLAY "NEW ACC DEP A/C   : " LINE 17 POSITION 21.
           ACCEPT  WS-TO-ACDEP-ACCTNO LINE 17 POSITION 42
                   NO BELL UPDATE.
           ACCEPT  WS-TO-ACDEP-DEPT LINE 17 POSITION 50
                   NO BELL UPDATE.
           MOVE WS-TO-ACDEP-ACCTNO TO WS-CHK-ACCTNO.
           MOVE WS-TO-ACDEP-DEPT   TO WS-CHK-DEPT.
           PERFORM P350-CHECK-ACCOUNT.
           DISPLAY "NEW EXPENSE A/C   : " LINE 18 POSITION 21.
           ACCEPT  WS-TO-EXPNS-ACCTNO LINE 18 POSITION 42
                   NO BELL UPDATE.
           ACCEPT  WS-TO-EXPNS-DEPT LINE 18 POSITION 50
                   NO BELL UPDATE.
           MOVE WS-TO-EXPNS-ACCTNO TO WS-CHK-ACCTNO.
           MOVE WS-TO-EXPNS-DEPT   TO WS-CHK-DEPT.
           PERFORM P350-CHECK-ACCOUNT.
      *
       P350-CHECK-ACCOUNT.
           MOVE WS-CHK-COMPANY TO GLMA-COMPANY.
           MOVE WS-CHK-ACCTNO  TO GLMA-ACCTNO.
           MOVE WS-CHK-DEPT    TO GLMA-DEPT.
           MOVE SPACE          TO GLMA-CURHIS.
           MOVE "Y" TO WS-MAS-VALID.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-MAS-VALID.
           IF WS-MAS-VALID = "N"
               MOVE "N" TO WS-ACCTS-OK
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  The transfer voucher.  Within a company only the cost and
      *      accumulated depreciation accounts that change are
      *      moved.  Across companies the giving company writes the
      *      asset off against its due-from the receiver, and the
      *      receiver takes it on against its due-to the giver -
      *      both at net book value - so each side balances on its
      *      own ledger and GL030P eliminates the pair.
      *
       P370-BOOK-TRANSFER.
           COMPUTE WS-NBV = GLFA-COST - GLFA-ACCUM-DEPR.
           MOVE SPACES TO WS-VOUCHERNO.
           IF WS-TO-COMPANY NOT = WS-COMPANY OR
              WS-TO-ASSET-ACCTNO NOT = WS-FR-ASSET-ACCTNO OR
              WS-TO-ASSET-DEPT NOT = WS-FR-ASSET-DEPT OR
              WS-TO-ACDEP-ACCTNO NOT = WS-FR-ACDEP-ACCTNO OR
              WS-TO-ACDEP-DEPT NOT = WS-FR-ACDEP-DEPT
               PERFORM P025-RESERVE-NUMBERS
               OPEN I-O GLJRNLF
               MOVE SPACES TO WS-PARTICULAR
               STRING "TRANSFER - ASSET " GLFA-ASSETNO
                   DELIMITED BY SIZE INTO WS-PARTICULAR
               PERFORM P380-WRITE-TRANSFER-LINES
               CLOSE GLJRNLF.
           PERFORM P390-UPDATE-TRANSFERRED-ASSET.
           DISPLAY "ASSET TRANSFERRED - VOUCHER :" LINE 24.
           DISPLAY WS-VOUCHERNO LINE 24 POSITION 31.
           PERFORM P900-DELAY.
           DISPLAY WS-BLANK-LINE LINE 24.
      *
       P380-WRITE-TRANSFER-LINES.
           MOVE WS-FR-COMPANY TO WS-LINE-COMPANY.
           IF GLFA-COST NOT = 0
               MOVE WS-FR-ASSET-ACCTNO TO GLJR-ACCTNO
               MOVE WS-FR-ASSET-DEPT   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = GLFA-COST * -1
               PERFORM P400-WRITE-JOURNAL-LINE.
           IF GLFA-ACCUM-DEPR NOT = 0
               MOVE WS-FR-ACDEP-ACCTNO TO GLJR-ACCTNO
               MOVE WS-FR-ACDEP-DEPT   TO GLJR-DEPT
               MOVE GLFA-ACCUM-DEPR TO GLJR-AMOUNT
               PERFORM P400-WRITE-JOURNAL-LINE.
           IF WS-TO-COMPANY NOT = WS-COMPANY AND WS-NBV NOT = 0
               MOVE WS-FR-COMPANY TO GLIC-COMPANY
               MOVE WS-TO-COMPANY TO GLIC-OTHER-COMPANY
               READ GLICPTF RECORD INVALID KEY CONTINUE END-READ
               MOVE GLIC-DUE-ACCTNO TO GLJR-ACCTNO
               MOVE GLIC-DUE-DEPT   TO GLJR-DEPT
               MOVE WS-NBV TO GLJR-AMOUNT
               PERFORM P400-WRITE-JOURNAL-LINE.
           MOVE WS-TO-COMPANY TO WS-LINE-COMPANY.
           IF GLFA-COST NOT = 0
               MOVE WS-TO-ASSET-ACCTNO TO GLJR-ACCTNO
               MOVE WS-TO-ASSET-DEPT   TO GLJR-DEPT
               MOVE GLFA-COST TO GLJR-AMOUNT
               PERFORM P400-WRITE-JOURNAL-LINE.
           IF GLFA-ACCUM-DEPR NOT = 0
               MOVE WS-TO-ACDEP-ACCTNO TO GLJR-ACCTNO
               MOVE WS-TO-ACDEP-DEPT   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = GLFA-ACCUM-DEPR * -1
               PERFORM P400-WRITE-JOURNAL-LINE.
           IF WS-TO-COMPANY NOT = WS-COMPANY AND WS-NBV NOT = 0
               MOVE WS-TO-COMPANY TO GLIC-COMPANY
               MOVE WS-FR-COMPANY TO GLIC-OTHER-COMPANY
               READ GLICPTF RECORD INVALID KEY CONTINUE END-READ
               MOVE GLIC-DUE-ACCTNO TO GLJR-ACCTNO
               MOVE GLIC-DUE-DEPT   TO GLJR-DEPT
               COMPUTE GLJR-AMOUNT = WS-NBV * -1
               PERFORM P400-WRITE-JOURNAL-LINE.
      *
      *  Within a company the asset is rewritten in place; across
      *      companies it is written under its new key and the old
      *      record deleted
      *
       P390-UPDATE-TRANSFERRED-ASSET.
           MOVE WS-TO-ASSET-ACCTNO TO GLFA-ASSET-ACCTNO.
           MOVE WS-TO-ASSET-DEPT   TO GLFA-ASSET-DEPT.
           MOVE WS-TO-ACDEP-ACCTNO TO GLFA-ACDEP-ACCTNO.
           MOVE WS-TO-ACDEP-DEPT   TO GLFA-ACDEP-DEPT.
           MOVE WS-TO-EXPNS-ACCTNO TO GLFA-EXPNS-ACCTNO.
           MOVE WS-TO-EXPNS-DEPT   TO GLFA-EXPNS-DEPT.
           IF WS-TO-COMPANY = WS-FR-COMPANY
               REWRITE GLFA-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLFASTF" LINE 23
               END-REWRITE
           ELSE
               MOVE WS-TO-COMPANY TO GLFA-COMPANY
               MOVE WS-TO-ASSETNO TO GLFA-ASSETNO
               WRITE GLFA-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLFASTF" LINE 23
               END-WRITE
               MOVE WS-FR-COMPANY TO GLFA-COMPANY
               MOVE WS-FR-ASSETNO TO GLFA-ASSETNO
               DELETE GLFASTF RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR DELETING GLFASTF" LINE 23
               END-DELETE.
           MOVE "T" TO GLFM-TYPE.
           MOVE WS-FR-COMPANY      TO GLFM-COMPANY.
           MOVE WS-FR-ASSETNO      TO GLFM-ASSETNO.
           MOVE WS-FR-ASSET-ACCTNO TO GLFM-FROM-ACCTNO.
           MOVE WS-FR-ASSET-DEPT   TO GLFM-FROM-DEPT.
           MOVE WS-TO-COMPANY      TO GLFM-TO-COMPANY.
           MOVE WS-TO-ASSETNO      TO GLFM-TO-ASSETNO.
           MOVE WS-TO-ASSET-ACCTNO TO GLFM-TO-ACCTNO.
           MOVE WS-TO-ASSET-DEPT   TO GLFM-TO-DEPT.
           MOVE GLFA-COST       TO GLFM-COST.
           MOVE GLFA-ACCUM-DEPR TO GLFM-ACCUM-DEPR.
           MOVE 0 TO GLFM-FINAL-DEPR GLFM-PROCEEDS GLFM-GAIN-LOSS.
           PERFORM P600-WRITE-MOVEMENT.
      *
      *  One voucher number and a block of sequence numbers are
      *      reserved per movement - the counters on GLSYSPF are
      *      stepped past them at once under the counter latch,
      *      the way GL053P reserves its run's numbers.  The
      *      one-record GLSYSPF is closed and re-opened first (a
      *      sequential file cannot be read twice in one open).
      *
       P025-RESERVE-NUMBERS.
           PERFORM P975-TAKE-LATCH.
           CLOSE GLSYSPF.
           OPEN I-O GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-NEXT-VOUCHERNO TO WS-RESV-VOUCHER.
           MOVE GLSP-NEXT-SEQNO     TO WS-RESV-SEQNO.
           ADD 1 TO GLSP-NEXT-VOUCHERNO.
           ADD 20 TO GLSP-NEXT-SEQNO.
           REWRITE GLSP-RECORD.
           PERFORM P977-FREE-LATCH.
           MOVE WS-RESV-VOUCHER TO WS-VOUCHERNO.
      *
       P400-WRITE-JOURNAL-LINE.
           MOVE WS-VOUCHERNO  TO GLJR-VOUCHERNO.
           MOVE WS-RESV-SEQNO TO GLJR-SEQNO.
           ADD 1 TO WS-RESV-SEQNO.
           MOVE WS-MOVE-DATE TO GLJR-VOUCHERDT.
           MOVE WS-PARTICULAR TO GLJR-PARTICULAR.
           MOVE "GL" TO GLJR-SOURCE.
           MOVE WS-LINE-COMPANY TO GLJR-COMPANY.
           MOVE WS-SYSDATE TO GLJR-SYSDATE.
           MOVE SPACE TO GLJR-STATUS.
           MOVE SPACE TO GLJR-REVERSAL.
           MOVE WS-OPERATOR-ID TO GLJR-OPERATOR.
           MOVE SPACES TO GLJR-CURRENCY GLJR-TAXCODE.
           MOVE 0 TO GLJR-ADJ-PERIOD.
           MOVE SPACES TO GLJR-DOCNO GLJR-DOCREF GLJR-BUDGET-FLAG
                          GLJR-PROJECT GLJR-APPROVER.
           MOVE 0 TO GLJR-DOCDATE GLJR-APPROVEDT.
           MOVE 0 TO GLJR-FOREIGN-AMT GLJR-EXCH-RATE.
           WRITE GLJR-RECORD.
      *
       P600-WRITE-MOVEMENT.
           MOVE WS-RUN-YYMM  TO GLFM-PERIOD.
           MOVE WS-MOVE-DATE TO GLFM-MOVEDATE.
           MOVE WS-VOUCHERNO TO GLFM-VOUCHERNO.
           MOVE WS-OPERATOR-ID TO GLFM-OPERATOR.
           OPEN EXTEND GLFAMVF.
           WRITE GLFM-RECORD.
           CLOSE GLFAMVF.
      *
       P800-CONFIRM.
           MOVE SPACE TO WS-CONFIRM.
           PERFORM P810-ACPT-CONFIRM UNTIL WS-CONFIRM = "Y"
                                        OR WS-CONFIRM = "N".
           DISPLAY WS-BLANK-LINE LINE 21.
      *
       P810-ACPT-CONFIRM.
           DISPLAY "BOOK THIS MOVEMENT ? (Y,N) " LINE 21 POSITION 21.
           ACCEPT  WS-CONFIRM LINE 21 POSITION 48 NO BELL OFF.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
           DISPLAY WS-BLANK-LINE LINE 23.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  This program
      *      needs authority level 3.
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
                   IF GLOA-PROGRAM = "GL068P" OR "*POST" OR "*ALL"
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
               MOVE "GL068P" TO GLOA-PROGRAM
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
           MOVE "GL068P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
      *  Counter latch - a write-or-fail record under the reserved
      *      key '*GLSP*' on the voucher lock file, held only
      *      across the read-bump-rewrite of the GLSYSPF counters,
      *      so two terminals can never read the same counter
      *      value before either rewrites it.  A latch left behind
      *      by a dead terminal can be broken once the retries run
      *      out.
      *
       P975-TAKE-LATCH.
           OPEN I-O GLVLOKF.
           MOVE "N" TO WS-LATCH-OK.
           MOVE 0 TO WS-LATCH-TRIES.
           PERFORM P976-TRY-LATCH UNTIL WS-LATCH-OK = "Y".
      *
       P976-TRY-LATCH.
           MOVE "*GLSP*" TO GLVL-VOUCHERNO.
           MOVE WS-OPERATOR-ID TO GLVL-OPERATOR.
           ACCEPT WS-SEC-DATE FROM DATE.
           MOVE WS-SEC-DATE TO GLVL-DATE.
           MOVE "Y" TO WS-LATCH-OK.
           WRITE GLVL-RECORD INVALID KEY
               MOVE "N" TO WS-LATCH-OK.
           IF WS-LATCH-OK = "N"
               ADD 1 TO WS-LATCH-TRIES
               IF WS-LATCH-TRIES > 50
                   MOVE "*GLSP*" TO GLVL-VOUCHERNO
                   READ GLVLOKF RECORD INVALID KEY
                       CONTINUE
                   END-READ
                   DISPLAY "COUNTER LATCH HELD BY" LINE 23
                       POSITION 21
                   DISPLAY GLVL-OPERATOR LINE 23 POSITION 43
                   DISPLAY "BREAK IT ? (Y/N)" LINE 24 POSITION 21
                   ACCEPT WS-LATCH-BREAK LINE 24 POSITION 39
                       NO BELL OFF
                   IF WS-LATCH-BREAK = "Y"
                       DELETE GLVLOKF RECORD INVALID KEY
                           CONTINUE
                       END-DELETE
                   END-IF
                   MOVE 0 TO WS-LATCH-TRIES.
      *
       P977-FREE-LATCH.
           MOVE "*GLSP*" TO GLVL-VOUCHERNO.
           DELETE GLVLOKF RECORD INVALID KEY
               CONTINUE
           END-DELETE.
           CLOSE GLVLOKF.
