       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL089P-RATIO-DEFINITION-MAINT.
       AUTHOR.           CHEUNG-TSZ-KIN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program maintains the financial ratio       ***
      ***  definition file (GLKPIDF) the KPI report (GL090P)        ***
      ***  prints from.  Each ratio is keyed by a ratio number,     ***
      ***  which is also its place on the report, and carries a     ***
      ***  description, a numerator and a denominator of up to      ***
      ***  three terms each - a statement layout accumulator        ***
      ***  (GLSTLYF, maintained by GL047P) or an account range,     ***
      ***  statistical accounts included, added or subtracted -     ***
      ***  an optional percentage or days factor, and the           ***
      ***  tolerance band outside which the report flags it.        ***
      ***  Ratios may be added, changed, deleted or listed.         ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLKPIDF, GLSTLYF (INPUT ONLY)       ***
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
           SELECT GLKPIDF   ASSIGN       TO RANDOM 'GLKPIDF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLKP-KEY.
           SELECT GLSTLYF   ASSIGN       TO RANDOM 'GLSTLYF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLSL-KEY.
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
      *  Financial ratio definition file
           COPY "GLKPIDSL.DEF".
      *
      *  Statement layout definition file - maintained by GL047P
           COPY "GLSTLYSL.DEF".
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
           88  WS-OPT-ADD         VALUE "1".
           88  WS-OPT-CHANGE      VALUE "2".
           88  WS-OPT-DELETE      VALUE "3".
           88  WS-OPT-LIST        VALUE "4".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-KP-VALID            PIC X.
       01  WS-DT-VALID            PIC X.
       01  WS-TM-VALID            PIC X.
       01  WS-LY-FOUND            PIC X.
       01  WS-EOF                 PIC X.
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-LIST-FROM           PIC 9(3).
       01  WS-LINE-NUM            PIC 99.
       01  WS-TERM                PIC 9.
       01  WS-TERM-LINE           PIC 99.
       01  WS-TERM-COUNT          PIC 9.
       01  WS-DEN-COUNT           PIC 9.
       01  WS-BAND-LOW            PIC S9(7)V99.
       01  WS-BAND-HIGH           PIC S9(7)V99.
       01  WS-EDIT-BAND           PIC -(7)9.99.
      *
      *  Term captions down the left of the screen - numerator
      *      terms on lines 14-16, denominator terms on lines 18-20
      *
       01  WS-TERM-CAPTIONS.
           05  FILLER             PIC X(16) VALUE "NUMERATOR   1 : ".
           05  FILLER             PIC X(16) VALUE "            2 : ".
           05  FILLER             PIC X(16) VALUE "            3 : ".
           05  FILLER             PIC X(16) VALUE "DENOMINATOR 1 : ".
           05  FILLER             PIC X(16) VALUE "            2 : ".
           05  FILLER             PIC X(16) VALUE "            3 : ".
       01  WS-TERM-CAPTION-TABLE REDEFINES WS-TERM-CAPTIONS.
           05  WS-TERM-CAPTION    PIC X(16)  OCCURS 6 TIMES.
      *
       01  WS-LIST-LINE.
           05  WS-LL-RATIO        PIC ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  WS-LL-NAME         PIC X(30).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  WS-LL-FACTOR       PIC X.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  WS-LL-TERMS        PIC 9.
           05  FILLER             PIC X      VALUE "/".
           05  WS-LL-DEN-TERMS    PIC 9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  WS-LL-LOW          PIC -(6)9.99.
           05  FILLER             PIC X      VALUE SPACES.
           05  WS-LL-HIGH         PIC -(6)9.99.
       01  WS-SYSDATE.
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
           "ERR-788 : RATIO ALREADY EXISTS".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-789 : RATIO NOT FOUND ON GLKPIDF".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-791 : TERM SOURCE MUST BE L, A OR BLANK".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-792 : LAYOUT NOT FOUND ON GLSTLYF".
       01  WS-ERR-MESS-5          PIC X(51)  VALUE
           "ERR-793 : ACCUMULATOR MUST BE 1 THRU 9".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-215 : INVALID ACCOUNT RANGE".
       01  WS-ERR-MESS-7          PIC X(51)  VALUE
           "ERR-794 : THE NUMERATOR NEEDS AT LEAST ONE TERM".
       01  WS-ERR-MESS-8          PIC X(51)  VALUE
           "ERR-795 : FACTOR MUST BE P, D OR BLANK".
       01  WS-ERR-MESS-9          PIC X(51)  VALUE
           "ERR-796 : BAND LOW IS ABOVE BAND HIGH".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       P000-MAIN.
           OPEN INPUT GLSYSPF.
           READ GLSYSPF.
           MOVE GLSP-CONAME TO WS-CONAME.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P005-SIGN-ON.
           IF WS-OPER-VALID NOT = "Y"
               DISPLAY "ERR-800 : SIGN-ON REFUSED" LINE 24 BELL
               CLOSE GLSYSPF
               STOP RUN.
           OPEN I-O GLKPIDF.
           OPEN INPUT GLSTLYF.
           MOVE SPACE TO WS-OPTION.
           PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT.
           CLOSE GLSTLYF.
           CLOSE GLKPIDF.
           CLOSE GLSYSPF.
           STOP RUN.
      *
       P010-SHOW-HEADINGS.
           ACCEPT WS-SYSDATE FROM DATE.
           MOVE CORR WS-SYSDATE TO WS-SCREEN-DATE.
           DISPLAY "GL089S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY WS-CONAME      LINE 1 POSITION 21.
           DISPLAY WS-SCREEN-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "FINANCIAL RATIO DEFINITIONS" LINE 3 POSITION 27.
      *
       P100-MAIN-MENU.
           PERFORM P010-SHOW-HEADINGS.
           DISPLAY "1 - ADD A RATIO"          LINE  9 POSITION 21.
           DISPLAY "2 - CHANGE A RATIO"       LINE 10 POSITION 21.
           DISPLAY "3 - DELETE A RATIO"       LINE 11 POSITION 21.
           DISPLAY "4 - LIST THE RATIOS"      LINE 12 POSITION 21.
           DISPLAY "9 - QUIT"                 LINE 13 POSITION 21.
           DISPLAY "OPTION : "                LINE 15 POSITION 21.
           ACCEPT  WS-OPTION LINE 15 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-ADD
                   PERFORM P200-ADD-RATIO
               WHEN WS-OPT-CHANGE
                   PERFORM P300-CHANGE-RATIO
               WHEN WS-OPT-DELETE
                   PERFORM P400-DELETE-RATIO
               WHEN WS-OPT-LIST
                   PERFORM P500-LIST-RATIOS
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Add a new ratio
      *
       P200-ADD-RATIO.
           PERFORM P210-ACPT-KEY.
           PERFORM P220-READ-RATIO.
           IF WS-KP-VALID = "Y"
               DISPLAY WS-ERR-MESS-1 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P225-CLEAR-DETAIL
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P230-ACPT-DETAIL
               WRITE GLKP-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLKPIDF" LINE 24
               NOT INVALID KEY
                   DISPLAY "RATIO ADDED TO GLKPIDF" LINE 24
               END-WRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Change an existing ratio - the fields are re-offered with
      *      their present values
      *
       P300-CHANGE-RATIO.
           PERFORM P210-ACPT-KEY.
           PERFORM P220-READ-RATIO.
           IF WS-KP-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               PERFORM P230-ACPT-DETAIL
               REWRITE GLKP-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLKPIDF" LINE 24
               NOT INVALID KEY
                   DISPLAY "RATIO UPDATED ON GLKPIDF" LINE 24
               END-REWRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Delete a ratio
      *
       P400-DELETE-RATIO.
           PERFORM P210-ACPT-KEY.
           PERFORM P220-READ-RATIO.
           IF WS-KP-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               DISPLAY "DELETE THIS RATIO ? (Y,N) " LINE 22
                   POSITION 21
               ACCEPT WS-EDITING-DONE LINE 22 POSITION 48 NO BELL OFF
               IF WS-EDITING-DONE = "Y"
                   DELETE GLKPIDF RECORD INVALID KEY
                       DISPLAY "ERR-050 : ERROR DELETING GLKPIDF"
                           LINE 24
                   NOT INVALID KEY
                       DISPLAY "RATIO DELETED FROM GLKPIDF"
                           LINE 24
                   END-DELETE
               ELSE
                   DISPLAY "DELETE CANCELLED" LINE 24
               END-IF
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 22
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  A screenful of ratios in number order from the number keyed
      *
       P500-LIST-RATIOS.
           DISPLAY WS-BLANK-LINE LINE 7.
           DISPLAY "LIST FROM RATIO NO: " LINE 7 POSITION 21.
           ACCEPT  WS-LIST-FROM LINE 7 POSITION 42 NO BELL OFF.
           PERFORM P510-CLEAR-LIST-AREA.
           DISPLAY "NO. DESCRIPTION                     F  N/D"
               LINE 8 POSITION 1.
           DISPLAY "BAND LOW       HIGH" LINE 8 POSITION 51.
           MOVE WS-LIST-FROM TO GLKP-RATIO.
           MOVE "N" TO WS-EOF.
           START GLKPIDF KEY NOT < GLKP-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           MOVE 9 TO WS-LINE-NUM.
           PERFORM P520-READ-NEXT-RATIO.
           PERFORM P530-SHOW-ONE-RATIO UNTIL WS-EOF = "Y" OR
               WS-LINE-NUM > 21.
           PERFORM P900-DELAY.
      *
       P510-CLEAR-LIST-AREA.
           PERFORM P511-CLEAR-LINE VARYING WS-LINE-NUM FROM 8 BY 1
               UNTIL WS-LINE-NUM > 21.
      *
       P511-CLEAR-LINE.
           DISPLAY WS-BLANK-LINE LINE WS-LINE-NUM.
      *
       P520-READ-NEXT-RATIO.
           IF WS-EOF = "N"
               READ GLKPIDF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF.
      *
       P530-SHOW-ONE-RATIO.
           PERFORM P270-COUNT-TERMS.
           MOVE GLKP-RATIO  TO WS-LL-RATIO.
           MOVE GLKP-NAME   TO WS-LL-NAME.
           MOVE GLKP-FACTOR TO WS-LL-FACTOR.
           MOVE WS-TERM-COUNT TO WS-LL-TERMS.
           MOVE WS-DEN-COUNT  TO WS-LL-DEN-TERMS.
           MOVE GLKP-BAND-LOW  TO WS-LL-LOW.
           MOVE GLKP-BAND-HIGH TO WS-LL-HIGH.
           DISPLAY WS-LIST-LINE LINE WS-LINE-NUM POSITION 1.
           ADD 1 TO WS-LINE-NUM.
           PERFORM P520-READ-NEXT-RATIO.
      *
      *  Common accept / display / read routines
      *
       P210-ACPT-KEY.
           DISPLAY WS-BLANK-LINE LINE 7.
           DISPLAY "RATIO NO. (1-999) : " LINE 7 POSITION 21.
           ACCEPT  GLKP-RATIO LINE 7 POSITION 42 NO BELL OFF.
      *
       P220-READ-RATIO.
           MOVE "Y" TO WS-KP-VALID.
           READ GLKPIDF RECORD INVALID KEY
               MOVE "N" TO WS-KP-VALID.
      *
       P225-CLEAR-DETAIL.
           MOVE SPACES TO GLKP-NAME.
           MOVE SPACE TO GLKP-FACTOR.
           MOVE 0 TO GLKP-BAND-LOW GLKP-BAND-HIGH.
           PERFORM P226-CLEAR-TERM VARYING WS-TERM FROM 1 BY 1
               UNTIL WS-TERM > 6.
      *
       P226-CLEAR-TERM.
           MOVE SPACE TO GLKP-T-SOURCE (WS-TERM) GLKP-T-SIGN (WS-TERM).
           MOVE SPACES TO GLKP-T-LAYOUT (WS-TERM).
           MOVE 0 TO GLKP-T-ACCUM (WS-TERM) GLKP-T-ACCT-FROM (WS-TERM)
                     GLKP-T-ACCT-TO (WS-TERM).
      *
      *  The whole definition is keyed again over its present
      *      values until it passes - a numerator of at least one
      *      term, a known factor and a band the right way round
      *
       P230-ACPT-DETAIL.
           MOVE "N" TO WS-DT-VALID.
           PERFORM P231-ACPT-ALL-FIELDS UNTIL WS-DT-VALID = "Y".
      *
       P231-ACPT-ALL-FIELDS.
           ACCEPT  GLKP-NAME LINE 9 POSITION 42 NO BELL UPDATE.
           ACCEPT  GLKP-FACTOR LINE 10 POSITION 42 NO BELL UPDATE.
           MOVE GLKP-BAND-LOW  TO WS-BAND-LOW.
           MOVE GLKP-BAND-HIGH TO WS-BAND-HIGH.
           ACCEPT  WS-BAND-LOW  LINE 11 POSITION 42 NO BELL UPDATE.
           ACCEPT  WS-BAND-HIGH LINE 11 POSITION 56 NO BELL UPDATE.
           MOVE WS-BAND-LOW  TO GLKP-BAND-LOW.
           MOVE WS-BAND-HIGH TO GLKP-BAND-HIGH.
           PERFORM P240-ACPT-TERM VARYING WS-TERM FROM 1 BY 1
               UNTIL WS-TERM > 6.
           PERFORM P270-COUNT-TERMS.
           MOVE "Y" TO WS-DT-VALID.
           IF WS-TERM-COUNT = 0
               MOVE "N" TO WS-DT-VALID
               DISPLAY WS-ERR-MESS-7 LINE 24 BELL
           ELSE IF NOT (GLKP-F-NONE OR GLKP-F-PERCENT OR GLKP-F-DAYS)
               MOVE "N" TO WS-DT-VALID
               DISPLAY WS-ERR-MESS-8 LINE 24 BELL
           ELSE IF GLKP-BAND-LOW > GLKP-BAND-HIGH
               MOVE "N" TO WS-DT-VALID
               DISPLAY WS-ERR-MESS-9 LINE 24 BELL.
           IF WS-DT-VALID = "N"
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  One term - a blank source ends nothing, it simply leaves
      *      the term unused; a layout term must name a layout on
      *      GLSTLYF and one of its nine accumulators, an account
      *      term a range the right way round
      *
       P240-ACPT-TERM.
           COMPUTE WS-TERM-LINE = WS-TERM + 13.
           IF WS-TERM > 3
               ADD 1 TO WS-TERM-LINE.
           MOVE "N" TO WS-TM-VALID.
           PERFORM P245-ACPT-ONE-TERM UNTIL WS-TM-VALID = "Y".
      *
       P245-ACPT-ONE-TERM.
           ACCEPT GLKP-T-SOURCE (WS-TERM) LINE WS-TERM-LINE
               POSITION 21 NO BELL UPDATE.
           MOVE "Y" TO WS-TM-VALID.
           IF GLKP-T-UNUSED (WS-TERM)
               PERFORM P226-CLEAR-TERM
               PERFORM P260-DISPLAY-TERM
           ELSE IF NOT (GLKP-T-LAYOUT-ACC (WS-TERM) OR
                        GLKP-T-ACCOUNTS (WS-TERM))
               MOVE "N" TO WS-TM-VALID
               DISPLAY WS-ERR-MESS-3 LINE 24 BELL
           ELSE
               PERFORM P246-ACPT-TERM-DETAIL.
           IF WS-TM-VALID = "N"
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P246-ACPT-TERM-DETAIL.
           IF GLKP-T-SIGN (WS-TERM) NOT = "-"
               MOVE "+" TO GLKP-T-SIGN (WS-TERM).
           ACCEPT GLKP-T-SIGN (WS-TERM) LINE WS-TERM-LINE
               POSITION 26 NO BELL UPDATE.
           IF GLKP-T-SIGN (WS-TERM) NOT = "-"
               MOVE "+" TO GLKP-T-SIGN (WS-TERM).
           IF GLKP-T-LAYOUT-ACC (WS-TERM)
               MOVE 0 TO GLKP-T-ACCT-FROM (WS-TERM)
                         GLKP-T-ACCT-TO (WS-TERM)
               ACCEPT GLKP-T-LAYOUT (WS-TERM) LINE WS-TERM-LINE
                   POSITION 31 NO BELL UPDATE
               ACCEPT GLKP-T-ACCUM (WS-TERM) LINE WS-TERM-LINE
                   POSITION 41 NO BELL UPDATE
               PERFORM P248-CHECK-LAYOUT-TERM
           ELSE
               MOVE SPACES TO GLKP-T-LAYOUT (WS-TERM)
               MOVE 0 TO GLKP-T-ACCUM (WS-TERM)
               ACCEPT GLKP-T-ACCT-FROM (WS-TERM) LINE WS-TERM-LINE
                   POSITION 45 NO BELL UPDATE
               ACCEPT GLKP-T-ACCT-TO (WS-TERM) LINE WS-TERM-LINE
                   POSITION 53 NO BELL UPDATE
               IF GLKP-T-ACCT-FROM (WS-TERM) >
                  GLKP-T-ACCT-TO (WS-TERM)
                   MOVE "N" TO WS-TM-VALID
                   DISPLAY WS-ERR-MESS-6 LINE 24 BELL.
           PERFORM P260-DISPLAY-TERM.
      *
      *  The layout named must have at least one line on GLSTLYF
      *
       P247-CHECK-LAYOUT.
           MOVE "N" TO WS-LY-FOUND.
           MOVE GLKP-T-LAYOUT (WS-TERM) TO GLSL-LAYOUT.
           MOVE 0 TO GLSL-LINENO.
           START GLSTLYF KEY NOT < GLSL-KEY INVALID KEY
               MOVE "E" TO WS-LY-FOUND.
           IF WS-LY-FOUND = "N"
               READ GLSTLYF NEXT RECORD AT END
                   MOVE "E" TO WS-LY-FOUND.
           IF WS-LY-FOUND = "N" AND
              GLSL-LAYOUT = GLKP-T-LAYOUT (WS-TERM)
               MOVE "Y" TO WS-LY-FOUND.
      *
       P248-CHECK-LAYOUT-TERM.
           PERFORM P247-CHECK-LAYOUT.
           IF WS-LY-FOUND NOT = "Y"
               MOVE "N" TO WS-TM-VALID
               DISPLAY WS-ERR-MESS-4 LINE 24 BELL
           ELSE IF GLKP-T-ACCUM (WS-TERM) = 0
               MOVE "N" TO WS-TM-VALID
               DISPLAY WS-ERR-MESS-5 LINE 24 BELL.
      *
       P250-DISPLAY-DETAIL.
           PERFORM P511-CLEAR-LINE VARYING WS-LINE-NUM FROM 9 BY 1
               UNTIL WS-LINE-NUM > 21.
           DISPLAY "DESCRIPTION       : " LINE 9 POSITION 21.
           DISPLAY GLKP-NAME               LINE 9 POSITION 42.
           DISPLAY "FACTOR (P,D, )    : " LINE 10 POSITION 21.
           DISPLAY GLKP-FACTOR             LINE 10 POSITION 42.
           DISPLAY "BAND LOW, HIGH    : " LINE 11 POSITION 21.
           MOVE GLKP-BAND-LOW TO WS-EDIT-BAND.
           DISPLAY WS-EDIT-BAND            LINE 11 POSITION 42.
           MOVE GLKP-BAND-HIGH TO WS-EDIT-BAND.
           DISPLAY WS-EDIT-BAND            LINE 11 POSITION 56.
           DISPLAY "SRC +/-   LAYOUT    ACC FROM    TO"
               LINE 13 POSITION 21.
           PERFORM P260-DISPLAY-TERM VARYING WS-TERM FROM 1 BY 1
               UNTIL WS-TERM > 6.
      *
       P260-DISPLAY-TERM.
           COMPUTE WS-TERM-LINE = WS-TERM + 13.
           IF WS-TERM > 3
               ADD 1 TO WS-TERM-LINE.
           DISPLAY WS-BLANK-LINE LINE WS-TERM-LINE.
           DISPLAY WS-TERM-CAPTION (WS-TERM) LINE WS-TERM-LINE
               POSITION 3.
           DISPLAY GLKP-T-SOURCE (WS-TERM) LINE WS-TERM-LINE
               POSITION 21.
           IF GLKP-T-LAYOUT-ACC (WS-TERM)
               DISPLAY GLKP-T-SIGN (WS-TERM) LINE WS-TERM-LINE
                   POSITION 26
               DISPLAY GLKP-T-LAYOUT (WS-TERM) LINE WS-TERM-LINE
                   POSITION 31
               DISPLAY GLKP-T-ACCUM (WS-TERM) LINE WS-TERM-LINE
                   POSITION 41.
           IF GLKP-T-ACCOUNTS (WS-TERM)
               DISPLAY GLKP-T-SIGN (WS-TERM) LINE WS-TERM-LINE
                   POSITION 26
               DISPLAY GLKP-T-ACCT-FROM (WS-TERM) LINE WS-TERM-LINE
                   POSITION 45
               DISPLAY GLKP-T-ACCT-TO (WS-TERM) LINE WS-TERM-LINE
                   POSITION 53.
      *
      *  Terms in use - the numerator's and the denominator's
      *
       P270-COUNT-TERMS.
           MOVE 0 TO WS-TERM-COUNT WS-DEN-COUNT.
           PERFORM P271-COUNT-ONE-TERM VARYING WS-TERM FROM 1 BY 1
               UNTIL WS-TERM > 6.
      *
       P271-COUNT-ONE-TERM.
           IF NOT GLKP-T-UNUSED (WS-TERM)
               IF WS-TERM > 3
                   ADD 1 TO WS-DEN-COUNT
               ELSE
                   ADD 1 TO WS-TERM-COUNT.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
           DISPLAY WS-BLANK-LINE LINE 23.
      *
      *  Operator sign-on - the operator's own record on GLOPERF
      *      replaces the old shared system password.  Ratio
      *      definition is parameter maintenance - level 5.
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
              GLOP-AUTHORITY NOT < 5
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
                   IF GLOA-PROGRAM = "GL089P" OR "*MAINT" OR "*ALL"
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
           MOVE "GL089P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
