       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL080P-CLOSED-PERIOD-RESTATEMENT.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the as-reported against      ***
      ***  as-adjusted listing for a closed period.  The balance    ***
      ***  of every current account/department at the end of the    ***
      ***  period, frozen on GLPSNPF when GL012P closed it, is set  ***
      ***  beside the same balance computed from GLMASTF today.     ***
      ***  Each account whose balance has moved since the close is  ***
      ***  listed with the GL057P adjustment lines on the posted    ***
      ***  history index (GLT001X) that explain the movement -      ***
      ***  lines keyed on or after the close into a bucket up to    ***
      ***  and including the period - and any movement they do not  ***
      ***  account for is shown separately.  An account opened      ***
      ***  since the close is marked NEW and taken as nil as        ***
      ***  reported.  Totals print by company; one company or       ***
      ***  every company may be chosen, and a company with no       ***
      ***  snapshot for the period is noted and skipped.  The       ***
      ***  period must fall in the current fiscal year, since the   ***
      ***  comparison is made against the current master records.   ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLMASTF, GLPSNPF, GLT001X  ***
      ***              (ALL INPUT ONLY), GL080R (PRINT)             ***
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
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLPSNPF   ASSIGN       TO RANDOM 'GLPSNPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLSN-KEY.
           SELECT GLJRNLXF  ASSIGN       TO RANDOM 'GLT001X'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLJX-KEY.
           SELECT GLRSLST   ASSIGN       TO PRINT 'GL080R'.
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
      *  G/L master file
           COPY "GLMASTSL.DEF".
      *
      *  Period-end balance snapshot file
           COPY "GLPSNPSL.DEF".
      *
      *  Posted history account index file
           COPY "GLJRNXSL.DEF".
      *
       FD  GLRSLST
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
       01  WS-EOF                 PIC X.
       01  WS-ADJ-EOF             PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-CO-SELECTED         PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-LAST-COMPANY        PIC XX.
       01  WS-PS-FOUND            PIC X.
       01  WS-PER-VALID           PIC X.
       01  WS-PERIOD.
           05  WS-PER-YY          PIC 99.
           05  WS-PER-MM          PIC 99.
       01  WS-PER-INDEX           PIC 99.
       01  WS-SUB                 PIC 99.
       01  WS-SNAP-DATE           PIC 9(6).
       01  WS-CO-SNAP-DATE        PIC 9(6).
       01  WS-AS-REPORTED         PIC S9(9)V99.
       01  WS-AS-ADJUSTED         PIC S9(9)V99.
       01  WS-DIFFERENCE          PIC S9(9)V99.
       01  WS-EXPLAINED           PIC S9(9)V99.
       01  WS-CO-REPORTED         PIC S9(11)V99.
       01  WS-CO-ADJUSTED         PIC S9(11)V99.
       01  WS-CO-DIFFERENCE       PIC S9(11)V99.
       01  WS-CO-ACCOUNTS         PIC 9(5).
       01  WS-CO-MOVED            PIC 9(5).
       01  WS-COUNT-COMPANIES     PIC 9(5)  VALUE 0.
       01  WS-COUNT-NO-SNAPSHOT   PIC 9(5)  VALUE 0.
       01  WS-COUNT-MOVED         PIC 9(5)  VALUE 0.
       01  WS-COUNT-ADJ-LINES     PIC 9(5)  VALUE 0.
      *
       01  WS-SYSTEM-DATE.
           05  WS-YEAR            PIC 99.
           05  WS-MONTH           PIC 99.
           05  WS-DAY             PIC 99.
       01  WS-REPORT-DATE.
           05  WS-DAY             PIC 99/.
           05  WS-MONTH           PIC 99/.
           05  WS-YEAR            PIC 99.
       01  WS-VOUCHER-DATE.
           05  WS-VD-YY           PIC 99.
           05  WS-VD-MM           PIC 99.
           05  WS-VD-DD           PIC 99.
      *
       01  WS-HEADING-1.
           05  FILLER             PIC X(6)  VALUE "GL080R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(45) VALUE
               "AS REPORTED v AS ADJUSTED - PERIOD CLOSED    ".
           05  WS-HEAD-MM         PIC 99.
           05  FILLER             PIC X     VALUE "/".
           05  WS-HEAD-YY         PIC 99.
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(15) VALUE "CO A/C NO./DPT".
           05  FILLER             PIC X(21) VALUE "DESCRIPTION".
           05  FILLER             PIC X(13) VALUE " AS REPORTED".
           05  FILLER             PIC X(13) VALUE " AS ADJUSTED".
           05  FILLER             PIC X(12) VALUE "  DIFFERENCE".
      *
       01  WS-COMPANY-LINE.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  WS-CH-COMPANY      PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CH-NAME         PIC X(40).
      *
       01  WS-DETAIL-LINE.
           05  WS-DL-COMPANY      PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-DL-DEPT         PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-DL-DESC         PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-REPORTED     PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-ADJUSTED     PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-DIFFERENCE   PIC -(8)9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-DL-FLAG         PIC X(3).
      *
       01  WS-ADJ-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(4)  VALUE "VCH ".
           05  WS-AL-VOUCHERNO    PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-DATE.
               10  WS-AL-DD       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-AL-MM       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-AL-YY       PIC 99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(3)  VALUE "PD ".
           05  WS-AL-PERIOD       PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-PARTICULAR   PIC X(26).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-AL-AMOUNT       PIC -(8)9.99.
      *
       01  WS-UNEXPLAINED-LINE.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  FILLER             PIC X(56) VALUE
               "MOVEMENT NOT FROM GL057P ADJUSTMENTS".
           05  WS-UL-AMOUNT       PIC -(8)9.99.
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "COMPANY ".
           05  WS-TL-COMPANY      PIC XX.
           05  FILLER             PIC X(8)  VALUE " TOTALS ".
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  WS-TL-REPORTED     PIC -(10)9.99.
           05  WS-TL-ADJUSTED     PIC -(10)9.99.
           05  WS-TL-DIFFERENCE   PIC -(10)9.99.
      *
       01  WS-NOTE-LINE.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-NL-TEXT         PIC X(60).
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
           PERFORM P020-GET-PERIOD.
           PERFORM P050-GET-COMPANY.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           OPEN INPUT GLMASTF.
           OPEN INPUT GLPSNPF.
           OPEN INPUT GLJRNLXF.
           OPEN OUTPUT GLRSLST.
           PERFORM P100-PRINT-HEADING.
           MOVE SPACES TO WS-LAST-COMPANY.
           MOVE "N" TO WS-CO-SELECTED.
           PERFORM P200-START-MAST.
           PERFORM P300-CHECK-ACCOUNT UNTIL WS-EOF = "Y".
           IF WS-CO-SELECTED = "Y"
               PERFORM P600-PRINT-CO-TOTALS.
           PERFORM P900-PRINT-SUMMARY.
           CLOSE GLRSLST.
           CLOSE GLJRNLXF.
           CLOSE GLPSNPF.
           CLOSE GLMASTF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           DISPLAY "GL080R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL080S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "CLOSED PERIOD - AS REPORTED v AS ADJUSTED" LINE 3
               POSITION 20.
      *
      *  The period defaults to the one closed last - the month
      *      before the current posting date - and gives the
      *      GLMA-PERIODAMT bucket the way GL012P numbered it
      *
       P020-GET-PERIOD.
           MOVE GLSP-PYEAR TO WS-PER-YY.
           MOVE GLSP-PMONTH TO WS-PER-MM.
           IF WS-PER-MM > 1
               SUBTRACT 1 FROM WS-PER-MM
           ELSE
               MOVE 12 TO WS-PER-MM
               IF WS-PER-YY > 0
                   SUBTRACT 1 FROM WS-PER-YY
               ELSE
                   MOVE 99 TO WS-PER-YY.
           MOVE "N" TO WS-PER-VALID.
           PERFORM P030-ACPT-PERIOD UNTIL WS-PER-VALID = "Y".
           COMPUTE WS-PER-INDEX = WS-PER-MM - GLSP-STMONTH.
           IF WS-PER-INDEX NOT > 0
               ADD 12 TO WS-PER-INDEX.
           MOVE WS-PER-MM TO WS-HEAD-MM.
           MOVE WS-PER-YY TO WS-HEAD-YY.
      *
       P030-ACPT-PERIOD.
           DISPLAY "PERIOD CLOSED (YYMM) : " LINE 7 POSITION 21.
           ACCEPT  WS-PERIOD LINE 7 POSITION 45 NO BELL UPDATE.
           MOVE "Y" TO WS-PER-VALID.
           IF WS-PER-MM = 0 OR WS-PER-MM > 12
               MOVE "N" TO WS-PER-VALID
               DISPLAY "ERR-758 : MONTH MUST BE 01 THRU 12"
                   LINE 24 BELL.
      *
      *  One company, or every company when left blank - for an
      *      every-company run the access matrix is checked
      *      company by company as the master is read
      *
       P050-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P060-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
      *
       P060-ACPT-COMPANY.
           DISPLAY "COMPANY CODE (BLANK = ALL) : " LINE 9 POSITION 21
               ERASE EOS.
           ACCEPT  WS-COMPANY LINE 9 POSITION 51 NO BELL OFF.
           MOVE "Y" TO WS-CO-VALID.
           IF WS-COMPANY NOT = SPACES
               MOVE WS-COMPANY TO GLCO-CODE
               READ GLCOMPF RECORD INVALID KEY
                   MOVE "N" TO WS-CO-VALID
                   DISPLAY "ERR-710 : COMPANY NOT FOUND ON GLCOMPF"
                       LINE 24 BELL
               END-READ
               IF WS-CO-VALID = "Y"
                   PERFORM P993-CHECK-CO-ACCESS.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
      *
       P200-START-MAST.
           MOVE "N" TO WS-EOF.
           IF WS-COMPANY = SPACES
               MOVE LOW-VALUES TO GLMA-KEY
           ELSE
               MOVE WS-COMPANY TO GLMA-COMPANY
               MOVE 0 TO GLMA-ACCTNO GLMA-DEPT
               MOVE SPACE TO GLMA-CURHIS.
           START GLMASTF KEY NOT < GLMA-KEY INVALID KEY
               MOVE "Y" TO WS-EOF.
           PERFORM P210-READ-MAST.
      *
       P210-READ-MAST.
           IF WS-EOF = "N"
               READ GLMASTF NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "N" AND WS-COMPANY NOT = SPACES AND
              GLMA-COMPANY NOT = WS-COMPANY
               MOVE "Y" TO WS-EOF.
      *
      *  Current monetary accounts only - statistical accounts
      *      carry no money to restate
      *
       P300-CHECK-ACCOUNT.
           IF GLMA-CURHIS = SPACE AND NOT GLMA-TYPE-STATISTIC
               IF GLMA-COMPANY NOT = WS-LAST-COMPANY
                   PERFORM P310-NEW-COMPANY
               END-IF
               IF WS-CO-SELECTED = "Y"
                   PERFORM P400-COMPARE-ACCOUNT.
           PERFORM P210-READ-MAST.
      *
       P310-NEW-COMPANY.
           IF WS-CO-SELECTED = "Y"
               PERFORM P600-PRINT-CO-TOTALS.
           MOVE GLMA-COMPANY TO WS-LAST-COMPANY.
           MOVE 0 TO WS-CO-REPORTED WS-CO-ADJUSTED WS-CO-DIFFERENCE
                     WS-CO-ACCOUNTS WS-CO-MOVED.
           MOVE GLMA-COMPANY TO GLCO-CODE.
           READ GLCOMPF RECORD INVALID KEY
               MOVE "*** NOT ON GLCOMPF" TO GLCO-NAME.
           MOVE GLMA-COMPANY TO WS-CH-COMPANY.
           MOVE GLCO-NAME TO WS-CH-NAME.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           WRITE REPORT-LINE FROM WS-COMPANY-LINE AFTER 1.
           MOVE "Y" TO WS-CO-VALID.
           IF WS-COMPANY = SPACES
               PERFORM P993-CHECK-CO-ACCESS.
           MOVE WS-CO-VALID TO WS-CO-SELECTED.
           IF WS-CO-SELECTED = "N"
               MOVE "NOT LISTED - NO ACCESS TO THIS COMPANY"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1
           ELSE
               PERFORM P320-FIND-SNAPSHOT.
      *
      *  A company needs a snapshot for the period - the first
      *      record under company + period gives its date
      *
       P320-FIND-SNAPSHOT.
           MOVE GLMA-COMPANY TO GLSN-COMPANY.
           MOVE WS-PERIOD TO GLSN-PERIOD.
           MOVE 0 TO GLSN-ACCTNO GLSN-DEPT.
           MOVE "Y" TO WS-PS-FOUND.
           START GLPSNPF KEY NOT < GLSN-KEY INVALID KEY
               MOVE "N" TO WS-PS-FOUND.
           IF WS-PS-FOUND = "Y"
               READ GLPSNPF NEXT RECORD
                   AT END MOVE "N" TO WS-PS-FOUND.
           IF WS-PS-FOUND = "Y"
               IF GLSN-COMPANY NOT = GLMA-COMPANY OR
                  GLSN-PERIOD NOT = WS-PERIOD
                   MOVE "N" TO WS-PS-FOUND.
           IF WS-PS-FOUND = "Y"
               ADD 1 TO WS-COUNT-COMPANIES
               MOVE GLSN-SNAP-DATE TO WS-CO-SNAP-DATE
           ELSE
               ADD 1 TO WS-COUNT-NO-SNAPSHOT
               MOVE "N" TO WS-CO-SELECTED
               MOVE "NO SNAPSHOT ON FILE FOR THIS PERIOD - NOT LISTED"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
      *  The balance at period end as reported and as it stands
      *      now - GLMA-BEGINBAL plus buckets 1 through the period
      *
       P400-COMPARE-ACCOUNT.
           ADD 1 TO WS-CO-ACCOUNTS.
           MOVE GLMA-COMPANY TO GLSN-COMPANY.
           MOVE WS-PERIOD    TO GLSN-PERIOD.
           MOVE GLMA-ACCTNO  TO GLSN-ACCTNO.
           MOVE GLMA-DEPT    TO GLSN-DEPT.
           MOVE "Y" TO WS-PS-FOUND.
           READ GLPSNPF RECORD INVALID KEY
               MOVE "N" TO WS-PS-FOUND.
           IF WS-PS-FOUND = "Y"
               MOVE GLSN-CLOSING-BAL TO WS-AS-REPORTED
               MOVE GLSN-SNAP-DATE TO WS-SNAP-DATE
           ELSE
               MOVE 0 TO WS-AS-REPORTED
               MOVE WS-CO-SNAP-DATE TO WS-SNAP-DATE.
           MOVE GLMA-BEGINBAL TO WS-AS-ADJUSTED.
           PERFORM P410-ADD-BUCKET VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PER-INDEX.
           COMPUTE WS-DIFFERENCE = WS-AS-ADJUSTED - WS-AS-REPORTED.
           ADD WS-AS-REPORTED TO WS-CO-REPORTED.
           ADD WS-AS-ADJUSTED TO WS-CO-ADJUSTED.
           IF WS-DIFFERENCE NOT = 0
               PERFORM P450-PRINT-MOVED.
      *
       P410-ADD-BUCKET.
           ADD GLMA-PERIODAMT (WS-SUB) TO WS-AS-ADJUSTED.
      *
       P450-PRINT-MOVED.
           ADD 1 TO WS-CO-MOVED.
           ADD 1 TO WS-COUNT-MOVED.
           ADD WS-DIFFERENCE TO WS-CO-DIFFERENCE.
           MOVE GLMA-COMPANY     TO WS-DL-COMPANY.
           MOVE GLMA-ACCTNO      TO WS-DL-ACCTNO.
           MOVE GLMA-DEPT        TO WS-DL-DEPT.
           MOVE GLMA-DESCRIPTION TO WS-DL-DESC.
           MOVE WS-AS-REPORTED   TO WS-DL-REPORTED.
           MOVE WS-AS-ADJUSTED   TO WS-DL-ADJUSTED.
           MOVE WS-DIFFERENCE    TO WS-DL-DIFFERENCE.
           IF WS-PS-FOUND = "Y"
               MOVE SPACES TO WS-DL-FLAG
           ELSE
               MOVE "NEW" TO WS-DL-FLAG.
           WRITE REPORT-LINE FROM WS-DETAIL-LINE AFTER 1.
           MOVE 0 TO WS-EXPLAINED.
           PERFORM P500-LIST-ADJUSTMENTS.
           IF WS-EXPLAINED NOT = WS-DIFFERENCE
               COMPUTE WS-UL-AMOUNT = WS-DIFFERENCE - WS-EXPLAINED
               WRITE REPORT-LINE FROM WS-UNEXPLAINED-LINE AFTER 1.
      *
      *  The account's posted lines on GLT001X - a GL057P line
      *      names its bucket in GLJX-ADJ-PERIOD, and one keyed on
      *      or after the snapshot into a bucket up to the period
      *      has moved the period-end balance
      *
       P500-LIST-ADJUSTMENTS.
           MOVE GLMA-COMPANY TO GLJX-COMPANY.
           MOVE GLMA-ACCTNO  TO GLJX-ACCTNO.
           MOVE GLMA-DEPT    TO GLJX-DEPT.
           MOVE 0 TO GLJX-VOUCHERDT GLJX-SEQNO.
           MOVE LOW-VALUES TO GLJX-VOUCHERNO.
           MOVE "N" TO WS-ADJ-EOF.
           START GLJRNLXF KEY NOT < GLJX-KEY INVALID KEY
               MOVE "Y" TO WS-ADJ-EOF.
           PERFORM P510-READ-ADJ.
           PERFORM P520-TEST-ADJ UNTIL WS-ADJ-EOF = "Y".
      *
       P510-READ-ADJ.
           IF WS-ADJ-EOF = "N"
               READ GLJRNLXF NEXT RECORD
                   AT END MOVE "Y" TO WS-ADJ-EOF.
           IF WS-ADJ-EOF = "N"
               IF GLJX-COMPANY NOT = GLMA-COMPANY OR
                  GLJX-ACCTNO NOT = GLMA-ACCTNO OR
                  GLJX-DEPT NOT = GLMA-DEPT
                   MOVE "Y" TO WS-ADJ-EOF.
      *
       P520-TEST-ADJ.
           IF GLJX-ADJ-PERIOD > 0 AND
              GLJX-ADJ-PERIOD NOT > WS-PER-INDEX AND
              GLJX-SYSDATE NOT < WS-SNAP-DATE AND
              GLJX-STATUS NOT = "V"
               PERFORM P530-PRINT-ADJ.
           PERFORM P510-READ-ADJ.
      *
       P530-PRINT-ADJ.
           ADD 1 TO WS-COUNT-ADJ-LINES.
           ADD GLJX-AMOUNT TO WS-EXPLAINED.
           MOVE GLJX-VOUCHERNO   TO WS-AL-VOUCHERNO.
           MOVE GLJX-VOUCHERDT   TO WS-VOUCHER-DATE.
           MOVE WS-VD-DD         TO WS-AL-DD.
           MOVE WS-VD-MM         TO WS-AL-MM.
           MOVE WS-VD-YY         TO WS-AL-YY.
           MOVE GLJX-ADJ-PERIOD  TO WS-AL-PERIOD.
           MOVE GLJX-PARTICULAR  TO WS-AL-PARTICULAR.
           MOVE GLJX-AMOUNT      TO WS-AL-AMOUNT.
           WRITE REPORT-LINE FROM WS-ADJ-LINE AFTER 1.
      *
       P600-PRINT-CO-TOTALS.
           MOVE WS-LAST-COMPANY  TO WS-TL-COMPANY.
           MOVE WS-CO-REPORTED   TO WS-TL-REPORTED.
           MOVE WS-CO-ADJUSTED   TO WS-TL-ADJUSTED.
           MOVE WS-CO-DIFFERENCE TO WS-TL-DIFFERENCE.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           WRITE REPORT-LINE FROM WS-TOTAL-LINE AFTER 1.
           MOVE "        ACCOUNTS COMPARED              :"
               TO WS-CL-CAPTION.
           MOVE WS-CO-ACCOUNTS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "        ACCOUNTS MOVED SINCE CLOSE     :"
               TO WS-CL-CAPTION.
           MOVE WS-CO-MOVED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
      *
       P900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "COMPANIES COMPARED                     :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-COMPANIES TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "COMPANIES WITH NO SNAPSHOT             :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-NO-SNAPSHOT TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "ACCOUNTS MOVED SINCE CLOSE             :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-MOVED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "GL057P ADJUSTMENT LINES LISTED         :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-ADJ-LINES TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
      *
       P990-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-KEY LINE 23 POSITION 79 NO BELL OFF.
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
                   IF GLOA-PROGRAM = "GL080P" OR "*INQ" OR "*ALL"
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
               MOVE "GL080P" TO GLOA-PROGRAM
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
      *
       P995-WRITE-SECURITY.
           OPEN EXTEND GLSECLF.
           ACCEPT WS-SEC-DATE FROM DATE.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-DATE TO GLSE-DATE.
           MOVE WS-SEC-TIME (1:6) TO GLSE-TIME.
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL080P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
