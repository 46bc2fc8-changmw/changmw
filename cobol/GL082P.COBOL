       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL082P-PROJECT-COST-REPORT.
       AUTHOR.           NG-WAI-MAN.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the project cost report      ***
      ***  (GL082R).  For each project on GLPROJF the cost carried  ***
      ***  forward from archived years (GLPR-PRIOR-ACTUAL) is shown ***
      ***  first, then the current year's posted lines on GLT001F   ***
      ***  that carry the project code, totalled by account and     ***
      ***  department - or listed line by line under each account   ***
      ***  when the drill-down is asked for.  Each project closes   ***
      ***  with its budget, actual to date, budget remaining and    ***
      ***  the percentage of budget used.  One company or every     ***
      ***  company, and one project or every project, may be        ***
      ***  chosen; in an every-company run a project is listed      ***
      ***  only when the operator may see its company.  Void lines  ***
      ***  and lines still unposted on GLJRNLF are not cost.        ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLPROJF, GLMASTF, GLT001F  ***
      ***              (ALL INPUT ONLY), GLPKWF (WORK FILE),        ***
      ***              GL082R (PRINT)                               ***
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
           SELECT GLMASTF   ASSIGN       TO RANDOM 'GLMASTF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLJRNLHF  ASSIGN       TO INPUT 'GLT001F'.
           SELECT GLPKWF    ASSIGN       TO RANDOM 'GLPKWF'.
           SELECT GLSRTWK   ASSIGN       TO 'GLSRTWK'.
           SELECT GLPJLST   ASSIGN       TO PRINT 'GL082R'.
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
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Posted transaction history file
           COPY "GLJRNHSL.DEF".
      *
      *  Work file holding the posted history re-sequenced into
      *      project, account and date order - same layout as
      *      GLJRH-RECORD
       FD  GLPKWF
           LABEL RECORDS ARE STANDARD.
      *
       01  GLPK-RECORD.
           05  GLPK-VOUCHERNO         PIC X(6).
           05  GLPK-SEQNO             PIC 9(6).
           05  GLPK-VOUCHERDT         PIC 9(6).
           05  GLPK-PARTICULAR        PIC X(40).
           05  GLPK-SOURCE            PIC XX.
           05  GLPK-AMOUNT            PIC S9(9)V99.
           05  GLPK-ACCTNO            PIC 9(6).
           05  GLPK-SYSDATE           PIC 9(6).
           05  GLPK-STATUS            PIC X.
           05  GLPK-COMPANY           PIC XX.
           05  GLPK-DEPT              PIC 9(3).
           05  GLPK-REVERSAL          PIC X.
           05  GLPK-OPERATOR          PIC X(8).
           05  GLPK-CURRENCY          PIC XXX.
           05  GLPK-FOREIGN-AMT       PIC S9(9)V99.
           05  GLPK-EXCH-RATE         PIC 9(3)V9(4).
           05  GLPK-TAXCODE           PIC XXX.
           05  GLPK-ADJ-PERIOD        PIC 99.
           05  GLPK-DOCNO            PIC X(10).
           05  GLPK-DOCDATE          PIC 9(6).
           05  GLPK-DOCREF           PIC X(10).
           05  GLPK-CLEARED           PIC X.
           05  GLPK-PROJECT           PIC X(6).
           05  GLPK-APPROVER          PIC X(8).
           05  GLPK-APPROVEDT         PIC 9(6).
      *
      *  Sort work file - carries the history into project order
       SD  GLSRTWK.
      *
       01  GLSW-RECORD.
           05  GLSW-VOUCHERNO         PIC X(6).
           05  GLSW-SEQNO             PIC 9(6).
           05  GLSW-VOUCHERDT         PIC 9(6).
           05  GLSW-PARTICULAR        PIC X(40).
           05  GLSW-SOURCE            PIC XX.
           05  GLSW-AMOUNT            PIC S9(9)V99.
           05  GLSW-ACCTNO            PIC 9(6).
           05  GLSW-SYSDATE           PIC 9(6).
           05  GLSW-STATUS            PIC X.
           05  GLSW-COMPANY           PIC XX.
           05  GLSW-DEPT              PIC 9(3).
           05  GLSW-REVERSAL          PIC X.
           05  GLSW-OPERATOR          PIC X(8).
           05  GLSW-CURRENCY          PIC XXX.
           05  GLSW-FOREIGN-AMT       PIC S9(9)V99.
           05  GLSW-EXCH-RATE         PIC 9(3)V9(4).
           05  GLSW-TAXCODE           PIC XXX.
           05  GLSW-ADJ-PERIOD        PIC 99.
           05  GLSW-DOCNO            PIC X(10).
           05  GLSW-DOCDATE          PIC 9(6).
           05  GLSW-DOCREF           PIC X(10).
           05  GLSW-CLEARED           PIC X.
           05  GLSW-PROJECT           PIC X(6).
           05  GLSW-APPROVER          PIC X(8).
           05  GLSW-APPROVEDT         PIC 9(6).
      *
       FD  GLPJLST
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
       01  WS-PR-EOF              PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-CO-SELECTED         PIC X.
       01  WS-PR-VALID            PIC X.
       01  WS-MAS-VALID           PIC X.
       01  WS-ACCT-OPEN           PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-PROJECT             PIC X(6).
       01  WS-DETAIL              PIC X.
       01  WS-LAST-COMPANY        PIC XX.
       01  WS-CUR-ACCTNO          PIC 9(6).
       01  WS-CUR-DEPT            PIC 9(3).
       01  WS-ACCT-TOTAL          PIC S9(11)V99.
       01  WS-PROJ-CURRENT        PIC S9(11)V99.
       01  WS-ACTUAL              PIC S9(11)V99.
       01  WS-REMAINING           PIC S9(11)V99.
       01  WS-PCT-USED            PIC S9(5)V9.
       01  WS-TOT-BUDGET          PIC S9(11)V99.
       01  WS-TOT-ACTUAL          PIC S9(11)V99.
       01  WS-COUNT-PROJECTS      PIC 9(5)  VALUE 0.
       01  WS-COUNT-NO-ACCESS     PIC 9(5)  VALUE 0.
       01  WS-COUNT-LINES         PIC 9(5)  VALUE 0.
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
           05  FILLER             PIC X(6)  VALUE "GL082R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(26) VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
               "PROJECT / JOB COST REPORT".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "A/C NO./DPT".
           05  FILLER             PIC X(32) VALUE "DESCRIPTION".
           05  FILLER             PIC X(14) VALUE "        AMOUNT".
      *
       01  WS-PROJECT-LINE.
           05  FILLER             PIC X(8)  VALUE "PROJECT ".
           05  WS-PL-CODE         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-DESC         PIC X(30).
           05  FILLER             PIC X(4)  VALUE " CO ".
           05  WS-PL-COMPANY      PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-STATUS       PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-PL-OPEN         PIC X(6).
      *
       01  WS-ACCT-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-AL-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-AL-DEPT         PIC 9(3).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-DESC         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-AL-AMOUNT       PIC -(10)9.99.
      *
       01  WS-ITEM-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  WS-IL-VOUCHERNO    PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-IL-DATE.
               10  WS-IL-DD       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-IL-MM       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-IL-YY       PIC 99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-IL-PARTICULAR   PIC X(24).
           05  WS-IL-AMOUNT       PIC -(10)9.99.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-SL-CAPTION      PIC X(44).
           05  WS-SL-AMOUNT       PIC -(10)9.99.
      *
       01  WS-PCT-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-PC-CAPTION      PIC X(44).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-PC-PCT          PIC -(4)9.9.
           05  FILLER             PIC X(2)  VALUE " %".
      *
       01  WS-UNDERLINE.
           05  FILLER             PIC X(48) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE ALL "-".
      *
       01  WS-NOTE-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
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
           OPEN INPUT GLPROJF.
           PERFORM P050-GET-COMPANY.
           PERFORM P070-GET-PROJECT.
           PERFORM P090-ASK-DETAIL.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           SORT GLSRTWK
               ON ASCENDING KEY GLSW-PROJECT GLSW-COMPANY GLSW-ACCTNO
                                GLSW-DEPT GLSW-VOUCHERDT
                                GLSW-VOUCHERNO GLSW-SEQNO
               USING GLJRNLHF
               GIVING GLPKWF.
           OPEN INPUT GLPKWF.
           OPEN INPUT GLMASTF.
           OPEN OUTPUT GLPJLST.
           PERFORM P100-PRINT-HEADING.
           MOVE 0 TO WS-TOT-BUDGET WS-TOT-ACTUAL.
           MOVE SPACES TO WS-LAST-COMPANY.
           MOVE "N" TO WS-EOF.
           PERFORM P210-READ-WORK.
           PERFORM P200-START-PROJ.
           PERFORM P300-PROCESS-PROJECT UNTIL WS-PR-EOF = "Y".
           PERFORM P900-PRINT-SUMMARY.
           CLOSE GLPJLST.
           CLOSE GLMASTF.
           CLOSE GLPKWF.
           CLOSE GLPROJF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           DISPLAY "GL082R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL082S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "PROJECT / JOB COST REPORT" LINE 3 POSITION 28.
      *
      *  One company, or every company when left blank - for an
      *      every-company run the access matrix is checked
      *      project by project as GLPROJF is read
      *
       P050-GET-COMPANY.
           MOVE "N" TO WS-CO-VALID.
           PERFORM P060-ACPT-COMPANY UNTIL WS-CO-VALID = "Y".
      *
       P060-ACPT-COMPANY.
           DISPLAY "COMPANY CODE (BLANK = ALL) : " LINE 7 POSITION 21
               ERASE EOS.
           ACCEPT  WS-COMPANY LINE 7 POSITION 51 NO BELL OFF.
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
      *  One project, or every project when left blank.  A single
      *      project must belong to the company chosen.
      *
       P070-GET-PROJECT.
           MOVE "N" TO WS-PR-VALID.
           PERFORM P080-ACPT-PROJECT UNTIL WS-PR-VALID = "Y".
      *
       P080-ACPT-PROJECT.
           DISPLAY "PROJECT CODE (BLANK = ALL) : " LINE 9 POSITION 21.
           ACCEPT  WS-PROJECT LINE 9 POSITION 51 NO BELL OFF.
           MOVE "Y" TO WS-PR-VALID.
           IF WS-PROJECT NOT = SPACES
               MOVE WS-PROJECT TO GLPR-CODE
               READ GLPROJF RECORD INVALID KEY
                   MOVE "N" TO WS-PR-VALID
                   DISPLAY "ERR-762 : PROJECT NOT FOUND ON GLPROJF"
                       LINE 24 BELL
               END-READ
               IF WS-PR-VALID = "Y" AND WS-COMPANY NOT = SPACES AND
                  GLPR-COMPANY NOT = WS-COMPANY
                   MOVE "N" TO WS-PR-VALID
                   DISPLAY
                       "ERR-763 : PROJECT BELONGS TO ANOTHER COMPANY"
                       LINE 24 BELL.
      *
       P090-ASK-DETAIL.
           MOVE SPACE TO WS-DETAIL.
           PERFORM P095-ACPT-DETAIL
               UNTIL WS-DETAIL = "Y" OR WS-DETAIL = "N".
      *
       P095-ACPT-DETAIL.
           DISPLAY "LIST EVERY LINE UNDER ITS ACCOUNT ? (Y/N) : "
               LINE 11 POSITION 21.
           ACCEPT  WS-DETAIL LINE 11 POSITION 66 NO BELL OFF.
      *
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
      *
       P200-START-PROJ.
           MOVE "N" TO WS-PR-EOF.
           IF WS-PROJECT = SPACES
               MOVE LOW-VALUES TO GLPR-CODE
           ELSE
               MOVE WS-PROJECT TO GLPR-CODE.
           START GLPROJF KEY NOT < GLPR-CODE INVALID KEY
               MOVE "Y" TO WS-PR-EOF.
           PERFORM P205-READ-PROJ.
      *
       P205-READ-PROJ.
           IF WS-PR-EOF = "N"
               READ GLPROJF NEXT RECORD
                   AT END MOVE "Y" TO WS-PR-EOF.
           IF WS-PR-EOF = "N" AND WS-PROJECT NOT = SPACES AND
              GLPR-CODE NOT = WS-PROJECT
               MOVE "Y" TO WS-PR-EOF.
      *
      *  At end the work record is filled with high-values, so it
      *      sorts after every project still to come
      *
       P210-READ-WORK.
           IF WS-EOF = "N"
               READ GLPKWF RECORD AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "Y"
               MOVE HIGH-VALUES TO GLPK-PROJECT.
      *
      *  The work file and GLPROJF are both in project order -
      *      lines for a project not on file, or uncoded lines
      *      (blank project, which sort first), are passed over
      *
       P300-PROCESS-PROJECT.
           PERFORM P210-READ-WORK UNTIL GLPK-PROJECT NOT < GLPR-CODE.
           IF WS-COMPANY = SPACES OR GLPR-COMPANY = WS-COMPANY
               PERFORM P310-CHECK-ACCESS
               IF WS-CO-SELECTED = "Y"
                   PERFORM P400-PRINT-PROJECT
               ELSE
                   ADD 1 TO WS-COUNT-NO-ACCESS.
           PERFORM P205-READ-PROJ.
      *
      *  The access answer is kept for the last company asked
      *      about, so a refusal is journalled once per run of
      *      projects under the same company
      *
       P310-CHECK-ACCESS.
           IF WS-COMPANY NOT = SPACES
               MOVE "Y" TO WS-CO-SELECTED
           ELSE
               IF GLPR-COMPANY NOT = WS-LAST-COMPANY
                   MOVE GLPR-COMPANY TO WS-LAST-COMPANY
                   MOVE GLPR-COMPANY TO GLCO-CODE
                   MOVE "Y" TO WS-CO-VALID
                   PERFORM P993-CHECK-CO-ACCESS
                   MOVE WS-CO-VALID TO WS-CO-SELECTED.
      *
       P400-PRINT-PROJECT.
           ADD 1 TO WS-COUNT-PROJECTS.
           MOVE 0 TO WS-PROJ-CURRENT.
           MOVE GLPR-CODE        TO WS-PL-CODE.
           MOVE GLPR-DESCRIPTION TO WS-PL-DESC.
           MOVE GLPR-COMPANY     TO WS-PL-COMPANY.
           IF GLPR-ACTIVE
               MOVE "ACTIVE"   TO WS-PL-STATUS
           ELSE
               IF GLPR-ON-HOLD
                   MOVE "ON HOLD"  TO WS-PL-STATUS
               ELSE
                   MOVE "COMPLETE" TO WS-PL-STATUS.
           IF GLPR-CLOSED
               MOVE "CLOSED" TO WS-PL-OPEN
           ELSE
               MOVE "OPEN"   TO WS-PL-OPEN.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           WRITE REPORT-LINE FROM WS-PROJECT-LINE AFTER 1.
           MOVE "ACTUAL IN PRIOR (ARCHIVED) YEARS" TO WS-SL-CAPTION.
           MOVE GLPR-PRIOR-ACTUAL TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           MOVE "N" TO WS-ACCT-OPEN.
           PERFORM P410-PROJECT-LINE UNTIL GLPK-PROJECT NOT = GLPR-CODE.
           IF WS-ACCT-OPEN = "Y"
               PERFORM P450-CLOSE-ACCOUNT.
           PERFORM P500-PRINT-PROJECT-TOTALS.
      *
      *  Control break on account/department within the project -
      *      void lines are no cost and are passed over
      *
       P410-PROJECT-LINE.
           IF GLPK-STATUS NOT = "V"
               IF WS-ACCT-OPEN = "Y" AND
                  (GLPK-ACCTNO NOT = WS-CUR-ACCTNO OR
                   GLPK-DEPT NOT = WS-CUR-DEPT)
                   PERFORM P450-CLOSE-ACCOUNT
               END-IF
               IF WS-ACCT-OPEN = "N"
                   PERFORM P420-OPEN-ACCOUNT
               END-IF
               ADD GLPK-AMOUNT TO WS-ACCT-TOTAL
               ADD 1 TO WS-COUNT-LINES
               IF WS-DETAIL = "Y"
                   PERFORM P430-PRINT-ITEM.
           PERFORM P210-READ-WORK.
      *
       P420-OPEN-ACCOUNT.
           MOVE "Y" TO WS-ACCT-OPEN.
           MOVE GLPK-ACCTNO TO WS-CUR-ACCTNO.
           MOVE GLPK-DEPT   TO WS-CUR-DEPT.
           MOVE 0 TO WS-ACCT-TOTAL.
           MOVE GLPK-COMPANY TO GLMA-COMPANY.
           MOVE GLPK-ACCTNO  TO GLMA-ACCTNO.
           MOVE GLPK-DEPT    TO GLMA-DEPT.
           MOVE SPACE        TO GLMA-CURHIS.
           MOVE "Y" TO WS-MAS-VALID.
           READ GLMASTF RECORD INVALID KEY
               MOVE "N" TO WS-MAS-VALID.
           IF WS-MAS-VALID = "Y"
               MOVE GLMA-DESCRIPTION TO WS-AL-DESC
           ELSE
               MOVE "*** NOT ON GLMASTF" TO WS-AL-DESC.
      *
       P430-PRINT-ITEM.
           MOVE GLPK-VOUCHERNO  TO WS-IL-VOUCHERNO.
           MOVE GLPK-VOUCHERDT  TO WS-VOUCHER-DATE.
           MOVE WS-VD-DD        TO WS-IL-DD.
           MOVE WS-VD-MM        TO WS-IL-MM.
           MOVE WS-VD-YY        TO WS-IL-YY.
           MOVE GLPK-PARTICULAR TO WS-IL-PARTICULAR.
           MOVE GLPK-AMOUNT     TO WS-IL-AMOUNT.
           WRITE REPORT-LINE FROM WS-ITEM-LINE AFTER 1.
      *
       P450-CLOSE-ACCOUNT.
           MOVE "N" TO WS-ACCT-OPEN.
           ADD WS-ACCT-TOTAL TO WS-PROJ-CURRENT.
           MOVE WS-CUR-ACCTNO TO WS-AL-ACCTNO.
           MOVE WS-CUR-DEPT   TO WS-AL-DEPT.
           MOVE WS-ACCT-TOTAL TO WS-AL-AMOUNT.
           WRITE REPORT-LINE FROM WS-ACCT-LINE AFTER 1.
           IF WS-DETAIL = "Y"
               WRITE REPORT-LINE FROM SPACES AFTER 1.
      *
      *  Budget against actual to date - the archived years plus
      *      this year's posted lines - what is left, and how much
      *      of the budget is used (nil when no budget is set)
      *
       P500-PRINT-PROJECT-TOTALS.
           COMPUTE WS-ACTUAL = GLPR-PRIOR-ACTUAL + WS-PROJ-CURRENT.
           COMPUTE WS-REMAINING = GLPR-BUDGET - WS-ACTUAL.
           IF GLPR-BUDGET NOT = 0
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-ACTUAL * 100 / GLPR-BUDGET
           ELSE
               MOVE 0 TO WS-PCT-USED.
           ADD GLPR-BUDGET TO WS-TOT-BUDGET.
           ADD WS-ACTUAL   TO WS-TOT-ACTUAL.
           WRITE REPORT-LINE FROM WS-UNDERLINE AFTER 1.
           MOVE "CURRENT YEAR POSTED" TO WS-SL-CAPTION.
           MOVE WS-PROJ-CURRENT TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           MOVE "ACTUAL TO DATE" TO WS-SL-CAPTION.
           MOVE WS-ACTUAL TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           MOVE "BUDGET" TO WS-SL-CAPTION.
           MOVE GLPR-BUDGET TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           MOVE "BUDGET REMAINING" TO WS-SL-CAPTION.
           MOVE WS-REMAINING TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           MOVE "PERCENTAGE OF BUDGET USED" TO WS-PC-CAPTION.
           MOVE WS-PCT-USED TO WS-PC-PCT.
           WRITE REPORT-LINE FROM WS-PCT-LINE AFTER 1.
      *
       P900-PRINT-SUMMARY.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "TOTAL BUDGET OF PROJECTS LISTED" TO WS-SL-CAPTION.
           MOVE WS-TOT-BUDGET TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           MOVE "TOTAL ACTUAL TO DATE OF PROJECTS LISTED"
               TO WS-SL-CAPTION.
           MOVE WS-TOT-ACTUAL TO WS-SL-AMOUNT.
           WRITE REPORT-LINE FROM WS-SUM-LINE AFTER 1.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           MOVE "PROJECTS LISTED                        :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-PROJECTS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "POSTED LINES REPORTED                  :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-LINES TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "PROJECTS NOT LISTED - NO ACCESS        :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-NO-ACCESS TO WS-CL-COUNT.
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
                   IF GLOA-PROGRAM = "GL082P" OR "*INQ" OR "*ALL"
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
               MOVE "GL082P" TO GLOA-PROGRAM
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
           MOVE "GL082P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
