       IDENTIFICATION DIVISION.
       PROGRAM-ID.       GL085P-DUPLICATE-DOCUMENT-SCAN.
       AUTHOR.           CHAN-MING-LAP.
      *
      *****************************************************************
      ***                                                           ***
      ***  Program function :                                       ***
      ***                                                           ***
      ***          This program prints the duplicate document scan  ***
      ***  (GL085R) over the year's posted history (GLT001F).  The  ***
      ***  lines are put into document order, and every group of    ***
      ***  lines sharing the same document number, the same         ***
      ***  supplier or employee reference (GLJRH-DOCREF - the       ***
      ***  counterparty) and the same amount is listed when it      ***
      ***  spans more than one voucher - the same invoice entered   ***
      ***  twice.  Lines of one voucher sharing a document (one     ***
      ***  invoice split over several departments) are not a        ***
      ***  duplicate.  Void lines and lines carrying neither a      ***
      ***  document number nor a reference are passed over.  One    ***
      ***  company or every company may be chosen; in an            ***
      ***  every-company run a line is looked at only when the      ***
      ***  operator may see its company, so the same document       ***
      ***  booked in two companies is caught as well.  GL014P and   ***
      ***  GL015P stop a duplicate as it is entered; this scan      ***
      ***  catches what came in without a document at the time,     ***
      ***  or was let through on an override.                       ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF, GLT001F (ALL INPUT ONLY),  ***
      ***              GLDPWF (WORK FILE), GL085R (PRINT)           ***
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
           SELECT GLJRNLHF  ASSIGN       TO INPUT 'GLT001F'.
           SELECT GLDPWF    ASSIGN       TO RANDOM 'GLDPWF'.
           SELECT GLSRTWK   ASSIGN       TO 'GLSRTWK'.
           SELECT GLDPLST   ASSIGN       TO PRINT 'GL085R'.
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
      *  Posted transaction history file
           COPY "GLJRNHSL.DEF".
      *
      *  Work file holding the posted history re-sequenced into
      *      document, reference and amount order - same layout as
      *      GLJRH-RECORD
       FD  GLDPWF
           LABEL RECORDS ARE STANDARD.
      *
       01  GLDP-RECORD.
           05  GLDP-VOUCHERNO         PIC X(6).
           05  GLDP-SEQNO             PIC 9(6).
           05  GLDP-VOUCHERDT         PIC 9(6).
           05  GLDP-PARTICULAR        PIC X(40).
           05  GLDP-SOURCE            PIC XX.
           05  GLDP-AMOUNT            PIC S9(9)V99.
           05  GLDP-ACCTNO            PIC 9(6).
           05  GLDP-SYSDATE           PIC 9(6).
           05  GLDP-STATUS            PIC X.
           05  GLDP-COMPANY           PIC XX.
           05  GLDP-DEPT              PIC 9(3).
           05  GLDP-REVERSAL          PIC X.
           05  GLDP-OPERATOR          PIC X(8).
           05  GLDP-CURRENCY          PIC XXX.
           05  GLDP-FOREIGN-AMT       PIC S9(9)V99.
           05  GLDP-EXCH-RATE         PIC 9(3)V9(4).
           05  GLDP-TAXCODE           PIC XXX.
           05  GLDP-ADJ-PERIOD        PIC 99.
           05  GLDP-DOCNO             PIC X(10).
           05  GLDP-DOCDATE           PIC 9(6).
           05  GLDP-DOCREF            PIC X(10).
           05  GLDP-CLEARED           PIC X.
           05  GLDP-PROJECT           PIC X(6).
           05  GLDP-APPROVER          PIC X(8).
           05  GLDP-APPROVEDT         PIC 9(6).
      *
      *  Sort work file - carries the history into document order
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
           05  GLSW-DOCNO             PIC X(10).
           05  GLSW-DOCDATE           PIC 9(6).
           05  GLSW-DOCREF            PIC X(10).
           05  GLSW-CLEARED           PIC X.
           05  GLSW-PROJECT           PIC X(6).
           05  GLSW-APPROVER          PIC X(8).
           05  GLSW-APPROVEDT         PIC 9(6).
      *
       FD  GLDPLST
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
       01  WS-LINE-OK             PIC X.
       01  WS-CO-VALID            PIC X.
       01  WS-CO-SELECTED         PIC X.
       01  WS-COMPANY             PIC XX.
       01  WS-COUNT-EXAMINED      PIC 9(5)  VALUE 0.
       01  WS-COUNT-GROUPS        PIC 9(5)  VALUE 0.
       01  WS-COUNT-LINES         PIC 9(5)  VALUE 0.
       01  WS-COUNT-NO-ACCESS     PIC 9(5)  VALUE 0.
      *
      *  The companies already put to the access matrix in an
      *      every-company run, and the answer for each - so a
      *      refusal is journalled once, not once per line
      *
       01  WS-CA-SUB              PIC 99.
       01  WS-CA-MAX              PIC 99  VALUE 0.
       01  WS-CA-FOUND            PIC X.
       01  WS-CA-TABLE.
           05  WS-CA-ENTRY        OCCURS 20 TIMES.
               10  WS-CA-COMPANY  PIC XX.
               10  WS-CA-ANSWER   PIC X.
      *
      *  The group of lines under one document, reference and
      *      amount - held until the group ends, since it is
      *      printed only when it spans more than one voucher
      *
       01  WS-GRP-DOCNO           PIC X(10).
       01  WS-GRP-DOCREF          PIC X(10).
       01  WS-GRP-AMOUNT          PIC S9(9)V99.
       01  WS-GRP-COUNT           PIC 9(5).
       01  WS-GRP-VOUCHERS        PIC 9(5).
       01  WS-GRP-LAST-VOUCHER    PIC X(6).
       01  WS-GRP-SUB             PIC 99.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY       OCCURS 50 TIMES.
               10  WS-GE-COMPANY      PIC XX.
               10  WS-GE-VOUCHERNO    PIC X(6).
               10  WS-GE-SEQNO        PIC 9(6).
               10  WS-GE-VOUCHERDT    PIC 9(6).
               10  WS-GE-ACCTNO       PIC 9(6).
               10  WS-GE-DEPT         PIC 9(3).
               10  WS-GE-SOURCE       PIC XX.
               10  WS-GE-PARTICULAR   PIC X(40).
               10  WS-GE-OPERATOR     PIC X(8).
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
           05  FILLER             PIC X(6)  VALUE "GL085R".
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-COMPANY-NAME    PIC X(40).
           05  FILLER             PIC X(12).
           05  WS-HEAD-DATE       PIC X(8).
      *
       01  WS-HEADING-2.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               "DUPLICATE DOCUMENT SCAN REPORT".
      *
       01  WS-HEADING-3.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(3)  VALUE "CO".
           05  FILLER             PIC X(7)  VALUE "VOUCH".
           05  FILLER             PIC X(7)  VALUE "SEQNO".
           05  FILLER             PIC X(9)  VALUE "DATE".
           05  FILLER             PIC X(11) VALUE "A/C NO/DPT".
           05  FILLER             PIC X(3)  VALUE "SC".
           05  FILLER             PIC X(25) VALUE "PARTICULAR".
           05  FILLER             PIC X(8)  VALUE "OPERATOR".
      *
       01  WS-GROUP-LINE.
           05  FILLER             PIC X(4)  VALUE "DOC ".
           05  WS-GL-DOCNO        PIC X(10).
           05  FILLER             PIC X(5)  VALUE " REF ".
           05  WS-GL-DOCREF       PIC X(10).
           05  FILLER             PIC X(8)  VALUE "  AMOUNT".
           05  WS-GL-AMOUNT       PIC -(9)9.99.
           05  FILLER             PIC X(8)  VALUE "  LINES ".
           05  WS-GL-LINES        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE "  VOUCHERS ".
           05  WS-GL-VOUCHERS     PIC ZZZZ9.
      *
       01  WS-MEMBER-LINE.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-ML-COMPANY      PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-VOUCHERNO    PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-SEQNO        PIC 9(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-DATE.
               10  WS-ML-DD       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-ML-MM       PIC 99.
               10  FILLER         PIC X  VALUE "/".
               10  WS-ML-YY       PIC 99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-ACCTNO       PIC 9(6).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-ML-DEPT         PIC 9(3).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-SOURCE       PIC XX.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-PARTICULAR   PIC X(24).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ML-OPERATOR     PIC X(8).
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
           PERFORM P050-GET-COMPANY.
           DISPLAY "PRINTING IN PROGRESS ..." LINE 24 POSITION 28.
           SORT GLSRTWK
               ON ASCENDING KEY GLSW-DOCNO GLSW-DOCREF GLSW-AMOUNT
                                GLSW-VOUCHERNO GLSW-SEQNO
               USING GLJRNLHF
               GIVING GLDPWF.
           OPEN INPUT GLDPWF.
           OPEN OUTPUT GLDPLST.
           PERFORM P100-PRINT-HEADING.
           MOVE "N" TO WS-EOF.
           PERFORM P210-READ-WORK.
           PERFORM P300-PROCESS-GROUP UNTIL WS-EOF = "Y".
           PERFORM P900-PRINT-SUMMARY.
           CLOSE GLDPLST.
           CLOSE GLDPWF.
           CLOSE GLCOMPF.
           CLOSE GLSYSPF.
           DISPLAY "GL085R GENERATED." LINE 24 POSITION 28.
           PERFORM P990-DELAY.
           STOP RUN.
      *
       P010-SHOW-SCREEN.
           ACCEPT WS-SYSTEM-DATE FROM DATE.
           MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE.
           MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
           MOVE GLSP-CONAME TO WS-COMPANY-NAME.
           DISPLAY "GL085S"       LINE 1 POSITION  1 ERASE EOS.
           DISPLAY GLSP-CONAME    LINE 1 POSITION 21.
           DISPLAY WS-REPORT-DATE LINE 1 POSITION 73.
           DISPLAY "GENERAL LEDGER SYSTEM" LINE 2 POSITION 30.
           DISPLAY "DUPLICATE DOCUMENT SCAN" LINE 3 POSITION 29.
      *
      *  One company, or every company when left blank - for an
      *      every-company run the access matrix is checked
      *      company by company as the lines are read
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
       P100-PRINT-HEADING.
           WRITE REPORT-LINE FROM WS-HEADING-1 AFTER PAGE.
           WRITE REPORT-LINE FROM WS-HEADING-2 AFTER 2.
           WRITE REPORT-LINE FROM SPACES       AFTER 1.
           WRITE REPORT-LINE FROM WS-HEADING-3 AFTER 1.
      *
      *  The next line worth looking at - not void, carrying a
      *      document number or reference, and for a company
      *      chosen and open to the operator
      *
       P210-READ-WORK.
           MOVE "N" TO WS-LINE-OK.
           PERFORM P215-READ-ONE UNTIL WS-EOF = "Y" OR WS-LINE-OK = "Y".
      *
       P215-READ-ONE.
           READ GLDPWF RECORD AT END MOVE "Y" TO WS-EOF.
           IF WS-EOF = "N" AND GLDP-STATUS NOT = "V" AND
              (GLDP-DOCNO NOT = SPACES OR GLDP-DOCREF NOT = SPACES) AND
              (WS-COMPANY = SPACES OR GLDP-COMPANY = WS-COMPANY)
               PERFORM P220-CHECK-ACCESS
               IF WS-CO-SELECTED = "Y"
                   ADD 1 TO WS-COUNT-EXAMINED
                   MOVE "Y" TO WS-LINE-OK
               ELSE
                   ADD 1 TO WS-COUNT-NO-ACCESS.
      *
       P220-CHECK-ACCESS.
           IF WS-COMPANY NOT = SPACES
               MOVE "Y" TO WS-CO-SELECTED
           ELSE
               MOVE "N" TO WS-CA-FOUND
               PERFORM P225-MATCH-COMPANY
                   VARYING WS-CA-SUB FROM 1 BY 1
                   UNTIL WS-CA-SUB > WS-CA-MAX OR WS-CA-FOUND = "Y"
               IF WS-CA-FOUND = "Y"
                   SUBTRACT 1 FROM WS-CA-SUB
                   MOVE WS-CA-ANSWER (WS-CA-SUB) TO WS-CO-SELECTED
               ELSE
                   MOVE GLDP-COMPANY TO GLCO-CODE
                   MOVE "Y" TO WS-CO-VALID
                   PERFORM P993-CHECK-CO-ACCESS
                   MOVE WS-CO-VALID TO WS-CO-SELECTED
                   IF WS-CA-MAX < 20
                       ADD 1 TO WS-CA-MAX
                       MOVE GLDP-COMPANY TO WS-CA-COMPANY (WS-CA-MAX)
                       MOVE WS-CO-VALID  TO WS-CA-ANSWER (WS-CA-MAX).
      *
       P225-MATCH-COMPANY.
           IF WS-CA-COMPANY (WS-CA-SUB) = GLDP-COMPANY
               MOVE "Y" TO WS-CA-FOUND.
      *
      *  Control break on document, reference and amount.  The work
      *      file is in voucher order within the group, so a change
      *      of voucher number counts one more voucher.
      *
       P300-PROCESS-GROUP.
           MOVE GLDP-DOCNO  TO WS-GRP-DOCNO.
           MOVE GLDP-DOCREF TO WS-GRP-DOCREF.
           MOVE GLDP-AMOUNT TO WS-GRP-AMOUNT.
           MOVE 0 TO WS-GRP-COUNT WS-GRP-VOUCHERS.
           MOVE SPACES TO WS-GRP-LAST-VOUCHER.
           PERFORM P310-ADD-TO-GROUP
               UNTIL WS-EOF = "Y" OR
                     GLDP-DOCNO  NOT = WS-GRP-DOCNO  OR
                     GLDP-DOCREF NOT = WS-GRP-DOCREF OR
                     GLDP-AMOUNT NOT = WS-GRP-AMOUNT.
           IF WS-GRP-VOUCHERS > 1
               PERFORM P400-PRINT-GROUP.
      *
       P310-ADD-TO-GROUP.
           ADD 1 TO WS-GRP-COUNT.
           IF GLDP-VOUCHERNO NOT = WS-GRP-LAST-VOUCHER
               ADD 1 TO WS-GRP-VOUCHERS
               MOVE GLDP-VOUCHERNO TO WS-GRP-LAST-VOUCHER.
           IF WS-GRP-COUNT NOT > 50
               MOVE WS-GRP-COUNT    TO WS-GRP-SUB
               MOVE GLDP-COMPANY    TO WS-GE-COMPANY (WS-GRP-SUB)
               MOVE GLDP-VOUCHERNO  TO WS-GE-VOUCHERNO (WS-GRP-SUB)
               MOVE GLDP-SEQNO      TO WS-GE-SEQNO (WS-GRP-SUB)
               MOVE GLDP-VOUCHERDT  TO WS-GE-VOUCHERDT (WS-GRP-SUB)
               MOVE GLDP-ACCTNO     TO WS-GE-ACCTNO (WS-GRP-SUB)
               MOVE GLDP-DEPT       TO WS-GE-DEPT (WS-GRP-SUB)
               MOVE GLDP-SOURCE     TO WS-GE-SOURCE (WS-GRP-SUB)
               MOVE GLDP-PARTICULAR TO WS-GE-PARTICULAR (WS-GRP-SUB)
               MOVE GLDP-OPERATOR   TO WS-GE-OPERATOR (WS-GRP-SUB).
           PERFORM P210-READ-WORK.
      *
      *  A group larger than the table prints its first fifty
      *      lines and says how many more there were
      *
       P400-PRINT-GROUP.
           ADD 1 TO WS-COUNT-GROUPS.
           ADD WS-GRP-COUNT TO WS-COUNT-LINES.
           MOVE WS-GRP-DOCNO    TO WS-GL-DOCNO.
           MOVE WS-GRP-DOCREF   TO WS-GL-DOCREF.
           MOVE WS-GRP-AMOUNT   TO WS-GL-AMOUNT.
           MOVE WS-GRP-COUNT    TO WS-GL-LINES.
           MOVE WS-GRP-VOUCHERS TO WS-GL-VOUCHERS.
           WRITE REPORT-LINE FROM SPACES AFTER 1.
           WRITE REPORT-LINE FROM WS-GROUP-LINE AFTER 1.
           PERFORM P410-PRINT-MEMBER
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT OR WS-GRP-SUB > 50.
           IF WS-GRP-COUNT > 50
               MOVE "... FURTHER LINES OF THIS GROUP NOT LISTED"
                   TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
      *
       P410-PRINT-MEMBER.
           MOVE WS-GE-COMPANY (WS-GRP-SUB)    TO WS-ML-COMPANY.
           MOVE WS-GE-VOUCHERNO (WS-GRP-SUB)  TO WS-ML-VOUCHERNO.
           MOVE WS-GE-SEQNO (WS-GRP-SUB)      TO WS-ML-SEQNO.
           MOVE WS-GE-VOUCHERDT (WS-GRP-SUB)  TO WS-VOUCHER-DATE.
           MOVE WS-VD-DD                      TO WS-ML-DD.
           MOVE WS-VD-MM                      TO WS-ML-MM.
           MOVE WS-VD-YY                      TO WS-ML-YY.
           MOVE WS-GE-ACCTNO (WS-GRP-SUB)     TO WS-ML-ACCTNO.
           MOVE WS-GE-DEPT (WS-GRP-SUB)       TO WS-ML-DEPT.
           MOVE WS-GE-SOURCE (WS-GRP-SUB)     TO WS-ML-SOURCE.
           MOVE WS-GE-PARTICULAR (WS-GRP-SUB) TO WS-ML-PARTICULAR.
           MOVE WS-GE-OPERATOR (WS-GRP-SUB)   TO WS-ML-OPERATOR.
           WRITE REPORT-LINE FROM WS-MEMBER-LINE AFTER 1.
      *
       P900-PRINT-SUMMARY.
           IF WS-COUNT-GROUPS = 0
               WRITE REPORT-LINE FROM SPACES AFTER 1
               MOVE "NO DUPLICATE DOCUMENTS FOUND" TO WS-NL-TEXT
               WRITE REPORT-LINE FROM WS-NOTE-LINE AFTER 1.
           WRITE REPORT-LINE FROM SPACES AFTER 2.
           MOVE "DOCUMENTED LINES EXAMINED              :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-EXAMINED TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "DUPLICATE GROUPS LISTED                :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-GROUPS TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "LINES IN DUPLICATE GROUPS              :"
               TO WS-CL-CAPTION.
           MOVE WS-COUNT-LINES TO WS-CL-COUNT.
           WRITE REPORT-LINE FROM WS-COUNT-LINE AFTER 1.
           MOVE "LINES PASSED OVER - NO ACCESS          :"
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
                   IF GLOA-PROGRAM = "GL085P" OR "*INQ" OR "*ALL"
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
               MOVE "GL085P" TO GLOA-PROGRAM
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
           MOVE "GL085P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
