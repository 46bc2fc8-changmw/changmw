      ***  and are left out of the consolidated statement figures.  ***
      ***          A company flagged foreign-books on GLCOMPF       ***
      ***  keeps its ledger in its own currency - its balance       ***
      ***  sheet accounts are translated at the closing rate and    ***
      ***  its income and expense at the average rate kept for the  ***
      ***  period on the period rate file (GLRTPF), and the         ***
      ***  translation difference is carried to a cumulative        ***
      ***  translation adjustment : one line per foreign company    ***
      ***  in its own section of the trial balance, alongside the   ***
      ***  eliminations, and one line in the equity section of the  ***
      ***  consolidated balance sheet, so the auditors can follow   ***
      ***  the arithmetic.  The rate period is the latest month of  ***
      ***  the number entered not after the open posting month,     ***
      ***  so an earlier period rerun translates at that period's   ***
      ***  own rates.  A foreign-books company whose currency has   ***
      ***  no closing and average rates for the period stops the    ***
      ***  run - key them through GL042P first.                     ***
      ***          A subsidiary names its parent and the parent's   ***
      ***  ownership percentage on GLCOMPF.  The parent's           ***
      ***  investment-in-subsidiary account is eliminated against   ***
      ***  the parent's share of the subsidiary's equity, the       ***
      ***  difference standing as goodwill on consolidation, and    ***
      ***  the outside holders' share of a partly-owned             ***
      ***  subsidiary's net assets and period profit is split off   ***
      ***  as the non-controlling interest - an ownership section   ***
      ***  on the trial balance, a profit attribution at the foot   ***
      ***  of the income statement and a non-controlling interest   ***
      ***  line in the equity section of the balance sheet.         ***
      ***                                                           ***
      ***  I-O FILES : GLSYSPF, GLCOMPF (INPUT ONLY),               ***
      ***              GLMASTF (INPUT ONLY), GLRTPF (INPUT          ***
      ***              ONLY), GL030R (PRINT)                        ***
      ***                                                           ***
      *****************************************************************
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
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS SEQUENTIAL
                            RECORD KEY   IS GLMA-KEY.
           SELECT GLRTPF    ASSIGN       TO RANDOM 'GLRTPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLRM-KEY.
           SELECT GLVLOKF   ASSIGN       TO RANDOM 'GLVLOKF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
      *  General Ledger Master file
           COPY "GLMASTSL.DEF".
      *
      *  Period exchange rates - closing and average rates for the
      *      foreign-books companies
           COPY "GLRTPSL.DEF".
      *
      *  Report spool catalog and data files - reprinted by GL064P
           COPY "GLSPCASL.DEF".
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
       01  WS-OFFSET              PIC 99.
       01  WS-INDEX               PIC 99.
       01  WS-TAB-MAX             PIC 9(3)  VALUE 0.
       01  WS-TAB-FOUND           PIC X.
       01  WS-PERIOD-MONTH        PIC 99.
       01  WS-RATE-PERIOD.
           05  WS-RP-YY           PIC 99.
           05  WS-RP-MM           PIC 99.
       01  WS-MISSING-CURRENCY    PIC XXX.
       01  WS-MISSING-COMPANY     PIC XX.
       01  WS-COUNT-MISSING       PIC 99  VALUE 0.
       01  WS-ACCT-TRANS          PIC S9(9)V99.
       01  WS-CTA-TOTAL           PIC S9(9)V99  VALUE 0.
      *
               10  WS-CM-CLOSE-RATE PIC 9(3)V9(4).
               10  WS-CM-AVG-RATE PIC 9(3)V9(4).
               10  WS-CM-NET      PIC S9(9)V99  COMP-3.
               10  WS-CM-PARENT   PIC XX.
               10  WS-CM-PCT      PIC 9(3)V99.
               10  WS-CM-INV-ACCTNO PIC 9(6).
               10  WS-CM-INV-DEPT PIC 9(3).
               10  WS-CM-EQUITY   PIC S9(9)V99  COMP-3.
               10  WS-CM-PROFIT   PIC S9(9)V99  COMP-3.
               10  WS-CM-INVEST   PIC S9(9)V99  COMP-3.
               10  WS-CM-PSHARE   PIC S9(9)V99  COMP-3.
               10  WS-CM-NCI      PIC S9(9)V99  COMP-3.
               10  WS-CM-NCI-PROFIT PIC S9(9)V99  COMP-3.
      *
      *  Ownership totals over every subsidiary - equity and profit
      *      above are credit-positive, the investment debit-positive
      *
       01  WS-SUBSID-COUNT        PIC 99  VALUE 0.
       01  WS-OWN-SUB             PIC 99.
       01  WS-OWN-PCT             PIC 9(3)V99.
       01  WS-NCI-PCT             PIC 9(3)V99.
       01  WS-ADJ-AMOUNT          PIC S9(9)V99.
       01  WS-TOTAL-INVEST        PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-PSHARE        PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-GOODWILL      PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-NCI           PIC S9(9)V99  VALUE 0.
       01  WS-TOTAL-NCI-PROFIT    PIC S9(9)V99  VALUE 0.
       01  WS-MONTH-VALID         PIC X  VALUE "N".
       01  WS-COMPANY-COUNT       PIC 99  VALUE 0.
       01  WS-ACCT-BAL            PIC S9(9)V99.
           "ERR-730 : ACCOUNT TABLE FULL - RAISE WS-ACCT-ENTRY".
       01  WS-ERR-MESS-2          PIC X(51)  VALUE
           "ERR-735 : COMPANY TABLE FULL - RAISE WS-CMP-ENTRY".
       01  WS-ERR-MESS-3          PIC X(55)  VALUE
           "ERR-776 : NO PERIOD RATES FOR COMPANY/CURRENCY".
       01  WS-CMP-OVERFLOW        PIC X  VALUE "N".
      *
       PROCEDURE DIVISION.
           DISPLAY "CONSOLIDATION IN PROGRESS ..." LINE 24
               POSITION 26.
           PERFORM P100-BUILD-ACCT-TABLE.
           IF WS-COUNT-MISSING > 0
               DISPLAY WS-ERR-MESS-3 LINE 23 BELL
               DISPLAY WS-MISSING-COMPANY LINE 23 POSITION 57
               DISPLAY WS-MISSING-CURRENCY LINE 23 POSITION 61
               DISPLAY "CONSOLIDATION STOPPED - KEY THE PERIOD RATES"
                   LINE 24 POSITION 1
               PERFORM P900-DELAY
               CLOSE GLSYSPF
               STOP RUN.
           OPEN OUTPUT GLCNLST.
           PERFORM P984-OPEN-SPOOL.
           PERFORM P300-PRINT-TRIAL-BALANCE.
               IF WS-INDEX NOT > 0
                   COMPUTE WS-INDEX = WS-INDEX + 12
               MOVE CORR WS-SYSTEM-DATE TO WS-REPORT-DATE
               MOVE WS-REPORT-DATE TO WS-HEAD-DATE
               PERFORM P011-SET-RATE-PERIOD.
      *
      *  The rate period is the month entered in the year that
      *      makes it the latest such month not after the open
      *      posting month
      *
       P011-SET-RATE-PERIOD.
           MOVE WS-PERIOD-MONTH TO WS-RP-MM.
           MOVE GLSP-PYEAR TO WS-RP-YY.
           IF WS-PERIOD-MONTH > GLSP-PMONTH
               IF GLSP-PYEAR = 0
                   MOVE 99 TO WS-RP-YY
               ELSE
                   COMPUTE WS-RP-YY = GLSP-PYEAR - 1.
      *
      *  Combine every company's current accounts into the account
      *      table, one entry per distinct account number
      *
       P100-BUILD-ACCT-TABLE.
           MOVE 0 TO WS-TAB-MAX WS-COMPANY-COUNT WS-CMP-MAX.
           MOVE 0 TO WS-COUNT-MISSING.
           OPEN INPUT GLCOMPF.
           OPEN INPUT GLRTPF.
           MOVE "N" TO WS-EOF.
           PERFORM P110-READ-COMP.
           PERFORM P120-COUNT-COMPANY UNTIL WS-EOF = "Y".
           CLOSE GLRTPF.
           CLOSE GLCOMPF.
           IF WS-COUNT-MISSING = 0
               OPEN INPUT GLMASTF
               MOVE "N" TO WS-EOF
               PERFORM P130-READ-MAST
               PERFORM P140-TEST-ACCOUNT UNTIL WS-EOF = "Y"
               CLOSE GLMASTF
               PERFORM P180-CALC-OWNERSHIP.
      *
       P110-READ-COMP.
           READ GLCOMPF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF.
      *
      *  Each company's translation attributes come along for the
      *      ride - a foreign company with no closing and average
      *      rates for the period is counted, and the run stops
      *      once the companies are read
      *
      *  A foreign-books company the table cannot hold would
      *      consolidate untranslated at one-for-one - the
               MOVE 1 TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
               MOVE 1 TO WS-CM-AVG-RATE (WS-CMP-MAX)
               MOVE 0 TO WS-CM-NET (WS-CMP-MAX)
               MOVE GLCO-PARENT TO WS-CM-PARENT (WS-CMP-MAX)
               MOVE GLCO-OWNERSHIP-PCT TO WS-CM-PCT (WS-CMP-MAX)
               MOVE GLCO-INVEST-ACCTNO TO WS-CM-INV-ACCTNO (WS-CMP-MAX)
               MOVE GLCO-INVEST-DEPT TO WS-CM-INV-DEPT (WS-CMP-MAX)
               MOVE 0 TO WS-CM-EQUITY (WS-CMP-MAX)
                         WS-CM-PROFIT (WS-CMP-MAX)
                         WS-CM-INVEST (WS-CMP-MAX)
                         WS-CM-PSHARE (WS-CMP-MAX)
                         WS-CM-NCI (WS-CMP-MAX)
                         WS-CM-NCI-PROFIT (WS-CMP-MAX)
               IF GLCO-FOREIGN
                   MOVE GLCO-CURRENCY  TO GLRM-CURRENCY
                   MOVE WS-RATE-PERIOD TO GLRM-PERIOD
                   READ GLRTPF RECORD
                       INVALID KEY
                           PERFORM P125-NOTE-MISSING-RATE
                       NOT INVALID KEY
                           MOVE GLRM-CLOSE-RATE
                               TO WS-CM-CLOSE-RATE (WS-CMP-MAX)
                           MOVE GLRM-AVG-RATE
                               TO WS-CM-AVG-RATE (WS-CMP-MAX)
                   END-READ.
           PERFORM P110-READ-COMP.
      *
       P125-NOTE-MISSING-RATE.
           ADD 1 TO WS-COUNT-MISSING.
           IF WS-COUNT-MISSING = 1
               MOVE GLCO-CODE     TO WS-MISSING-COMPANY
               MOVE GLCO-CURRENCY TO WS-MISSING-CURRENCY.
      *
       P130-READ-MAST.
           READ GLMASTF NEXT RECORD
           PERFORM P160-ADD-PERIOD VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-INDEX.
           PERFORM P155-TRANSLATE-BALANCE.
           PERFORM P157-NOTE-OWNERSHIP.
           MOVE "N" TO WS-TAB-FOUND.
           PERFORM P170-FIND-ENTRY VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-TAB-MAX OR WS-TAB-FOUND = "Y".
       P156-FIND-COMPANY.
           IF WS-CM-CODE (WS-CMP-SUB) = GLMA-COMPANY
               MOVE "Y" TO WS-CMP-FOUND.
      *
      *  Each company's own equity and period profit, translated,
      *      credit-positive, for the ownership split - and any
      *      parent account that is a subsidiary's investment
      *      account is picked up against that subsidiary
      *
       P157-NOTE-OWNERSHIP.
           IF WS-CMP-FOUND = "Y" AND GLMA-ELIM NOT = "E"
               IF GLMA-TYPE-EQUITY
                   SUBTRACT WS-ACCT-BAL FROM WS-CM-EQUITY (WS-CMP-SUB)
               ELSE
                   IF GLMA-TYPE-INCOME OR GLMA-TYPE-EXPENSE
                       SUBTRACT WS-ACCT-BAL
                           FROM WS-CM-PROFIT (WS-CMP-SUB).
           PERFORM P158-TEST-INVESTMENT VARYING WS-OWN-SUB FROM 1 BY 1
               UNTIL WS-OWN-SUB > WS-CMP-MAX.
      *
       P158-TEST-INVESTMENT.
           IF WS-CM-PARENT (WS-OWN-SUB) = GLMA-COMPANY AND
              WS-CM-INV-ACCTNO (WS-OWN-SUB) NOT = 0 AND
              WS-CM-INV-ACCTNO (WS-OWN-SUB) = GLMA-ACCTNO AND
              WS-CM-INV-DEPT (WS-OWN-SUB) = GLMA-DEPT
               ADD WS-ACCT-BAL TO WS-CM-INVEST (WS-OWN-SUB).
      *
       P170-FIND-ENTRY.
           IF WS-TAB-ACCTNO (WS-TAB-SUB) = GLMA-ACCTNO
               MOVE "Y" TO WS-TAB-FOUND.
      *
      *  Ownership split per subsidiary - the parent's share of the
      *      equity accounts is what its investment is eliminated
      *      against, and the outside share of the whole net assets
      *      (equity, period profit and any translation adjustment)
      *      is the non-controlling interest.  A subsidiary with no
      *      percentage keyed is taken as wholly owned.
      *
       P180-CALC-OWNERSHIP.
           MOVE 0 TO WS-SUBSID-COUNT WS-TOTAL-INVEST WS-TOTAL-PSHARE
                     WS-TOTAL-NCI WS-TOTAL-NCI-PROFIT.
           PERFORM P185-CALC-SUBSIDIARY VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX.
           COMPUTE WS-TOTAL-GOODWILL = WS-TOTAL-INVEST -
                                       WS-TOTAL-PSHARE.
      *
       P185-CALC-SUBSIDIARY.
           IF WS-CM-PARENT (WS-CMP-SUB) NOT = SPACES
               ADD 1 TO WS-SUBSID-COUNT
               MOVE WS-CM-PCT (WS-CMP-SUB) TO WS-OWN-PCT
               IF WS-OWN-PCT = 0 OR WS-OWN-PCT > 100
                   MOVE 100 TO WS-OWN-PCT
               END-IF
               COMPUTE WS-NCI-PCT = 100 - WS-OWN-PCT
               COMPUTE WS-CM-PSHARE (WS-CMP-SUB) ROUNDED =
                   WS-CM-EQUITY (WS-CMP-SUB) * WS-OWN-PCT / 100
               COMPUTE WS-CM-NCI (WS-CMP-SUB) ROUNDED =
                   (WS-CM-EQUITY (WS-CMP-SUB) +
                    WS-CM-PROFIT (WS-CMP-SUB) +
                    WS-CM-NET (WS-CMP-SUB)) * WS-NCI-PCT / 100
               COMPUTE WS-CM-NCI-PROFIT (WS-CMP-SUB) ROUNDED =
                   WS-CM-PROFIT (WS-CMP-SUB) * WS-NCI-PCT / 100
               ADD WS-CM-INVEST (WS-CMP-SUB) TO WS-TOTAL-INVEST
               ADD WS-CM-PSHARE (WS-CMP-SUB) TO WS-TOTAL-PSHARE
               ADD WS-CM-NCI (WS-CMP-SUB) TO WS-TOTAL-NCI
               ADD WS-CM-NCI-PROFIT (WS-CMP-SUB)
                   TO WS-TOTAL-NCI-PROFIT.
      *
      *  Consolidated trial balance - ordinary accounts first, then
      *      the inter-company elimination accounts in their own
      *      section with their combined net shown
           MOVE 0 TO WS-CTA-TOTAL.
           PERFORM P340-PRINT-CTA-LINE VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-MAX.
           IF WS-SUBSID-COUNT > 0
               MOVE "OWNERSHIP ELIMINATIONS :" TO WS-SECTION-LINE
               MOVE "1" TO WS-SPOOL-ADV
               WRITE REPORT-LINE FROM SPACES AFTER 1
               PERFORM P985-SPOOL-LINE
               MOVE "1" TO WS-SPOOL-ADV
               WRITE REPORT-LINE FROM WS-SECTION-LINE AFTER 1
               PERFORM P985-SPOOL-LINE
               PERFORM P350-PRINT-OWNERSHIP
                   VARYING WS-CMP-SUB FROM 1 BY 1
                   UNTIL WS-CMP-SUB > WS-CMP-MAX.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-UNDERLINE AFTER 1
           PERFORM P985-SPOOL-LINE.
               WRITE REPORT-LINE FROM WS-TB-LINE AFTER 1
               PERFORM P985-SPOOL-LINE.
      *
      *  The ownership entries per subsidiary - investment out
      *      against the parent's share of equity with goodwill
      *      the balance, and the outside share of net assets moved
      *      to the non-controlling interest.  Each subsidiary's
      *      entries net to nil, so the grand total still proves.
      *
       P350-PRINT-OWNERSHIP.
           IF WS-CM-PARENT (WS-CMP-SUB) NOT = SPACES
               MOVE WS-CM-INV-ACCTNO (WS-CMP-SUB) TO WS-TB-ACCTNO
               MOVE SPACES TO WS-TB-DESC
               STRING "INVESTMENT IN CO " WS-CM-CODE (WS-CMP-SUB)
                   DELIMITED BY SIZE INTO WS-TB-DESC
               COMPUTE WS-ADJ-AMOUNT = WS-CM-INVEST (WS-CMP-SUB) * -1
               PERFORM P355-PRINT-ADJ-LINE
               MOVE 0 TO WS-TB-ACCTNO
               MOVE SPACES TO WS-TB-DESC
               STRING "PARENT SHARE EQUITY CO "
                      WS-CM-CODE (WS-CMP-SUB)
                   DELIMITED BY SIZE INTO WS-TB-DESC
               MOVE WS-CM-PSHARE (WS-CMP-SUB) TO WS-ADJ-AMOUNT
               PERFORM P355-PRINT-ADJ-LINE
               MOVE SPACES TO WS-TB-DESC
               STRING "GOODWILL ON CO " WS-CM-CODE (WS-CMP-SUB)
                   DELIMITED BY SIZE INTO WS-TB-DESC
               COMPUTE WS-ADJ-AMOUNT = WS-CM-INVEST (WS-CMP-SUB) -
                                       WS-CM-PSHARE (WS-CMP-SUB)
               PERFORM P355-PRINT-ADJ-LINE
               IF WS-CM-NCI (WS-CMP-SUB) NOT = 0
                   MOVE SPACES TO WS-TB-DESC
                   STRING "OUTSIDE SHARE EQUITY CO "
                          WS-CM-CODE (WS-CMP-SUB)
                       DELIMITED BY SIZE INTO WS-TB-DESC
                   MOVE WS-CM-NCI (WS-CMP-SUB) TO WS-ADJ-AMOUNT
                   PERFORM P355-PRINT-ADJ-LINE
                   MOVE SPACES TO WS-TB-DESC
                   STRING "NON-CONTROLLING INT CO "
                          WS-CM-CODE (WS-CMP-SUB)
                       DELIMITED BY SIZE INTO WS-TB-DESC
                   COMPUTE WS-ADJ-AMOUNT =
                       WS-CM-NCI (WS-CMP-SUB) * -1
                   PERFORM P355-PRINT-ADJ-LINE.
      *
      *  WS-ADJ-AMOUNT is debit-positive
      *
       P355-PRINT-ADJ-LINE.
           MOVE ZERO TO WS-TB-DEBITS WS-TB-CREDITS.
           IF WS-ADJ-AMOUNT NOT < 0
               MOVE WS-ADJ-AMOUNT TO WS-TB-DEBITS
               ADD WS-ADJ-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               COMPUTE WS-TB-CREDITS = WS-ADJ-AMOUNT * -1
               SUBTRACT WS-ADJ-AMOUNT FROM WS-TOTAL-CREDITS.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-TB-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
      *
      *  Consolidated income statement - elimination accounts are
      *      left out of the consolidated figures
      *
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           IF WS-SUBSID-COUNT > 0
               PERFORM P430-PRINT-ATTRIBUTION.
      *
      *  Profit attribution - the outside holders' share of the
      *      partly-owned subsidiaries' profit, and the rest to the
      *      owners of the parent
      *
       P430-PRINT-ATTRIBUTION.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM SPACES AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE "NON-CONTROLLING INTEREST SHARE" TO WS-ST-CAPTION.
           MOVE WS-TOTAL-NCI-PROFIT TO WS-ST-AMOUNT.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE "PROFIT ATTRIBUTABLE TO PARENT" TO WS-ST-CAPTION.
           COMPUTE WS-ST-AMOUNT = WS-NET-INCOME - WS-TOTAL-NCI-PROFIT.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
      *
       P410-PRINT-IS-ACCT.
           IF WS-TAB-ELIM (WS-TAB-SUB) NOT = "E" AND
                     WS-TOTAL-EQUITY.
           PERFORM P510-PRINT-BS-ACCT VARYING WS-TAB-SUB FROM 1 BY 1
               UNTIL WS-TAB-SUB > WS-TAB-MAX.
           IF WS-SUBSID-COUNT > 0
               PERFORM P520-PRINT-INVESTMENT-ELIM.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-UNDERLINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           ADD WS-CTA-TOTAL TO WS-TOTAL-EQUITY.
           IF WS-SUBSID-COUNT > 0
               PERFORM P530-PRINT-NCI.
           MOVE "TOTAL EQUITY" TO WS-ST-CAPTION.
           MOVE WS-TOTAL-EQUITY TO WS-ST-AMOUNT.
           MOVE "1" TO WS-SPOOL-ADV
                   WHEN "C"
                       ADD WS-BALANCE TO WS-TOTAL-EQUITY
               END-EVALUATE.
      *
      *
      *  The investments come out of the assets and the goodwill
      *      they leave over the parent's share of equity goes in
      *
       P520-PRINT-INVESTMENT-ELIM.
           MOVE "INVESTMENT IN SUBSIDIARIES ELIM" TO WS-ST-CAPTION.
           COMPUTE WS-ST-AMOUNT = WS-TOTAL-INVEST * -1.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           SUBTRACT WS-TOTAL-INVEST FROM WS-TOTAL-ASSETS.
           MOVE "GOODWILL ON CONSOLIDATION" TO WS-ST-CAPTION.
           MOVE WS-TOTAL-GOODWILL TO WS-ST-AMOUNT.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           ADD WS-TOTAL-GOODWILL TO WS-TOTAL-ASSETS.
      *
      *  Equity - the parent's share of the subsidiaries' equity is
      *      eliminated, the outside share is taken out of the
      *      parent's equity and shown as the non-controlling
      *      interest
      *
       P530-PRINT-NCI.
           MOVE "SUBSIDIARY EQUITY ELIMINATED" TO WS-ST-CAPTION.
           COMPUTE WS-ST-AMOUNT = WS-TOTAL-PSHARE * -1.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           SUBTRACT WS-TOTAL-PSHARE FROM WS-TOTAL-EQUITY.
           MOVE "LESS NON-CONTROLLING INTEREST" TO WS-ST-CAPTION.
           COMPUTE WS-ST-AMOUNT = WS-TOTAL-NCI * -1.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           SUBTRACT WS-TOTAL-NCI FROM WS-TOTAL-EQUITY.
           MOVE "EQUITY ATTRIBUTABLE TO PARENT" TO WS-ST-CAPTION.
           MOVE WS-TOTAL-EQUITY TO WS-ST-AMOUNT.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-UNDERLINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           MOVE "NON-CONTROLLING INTEREST" TO WS-ST-CAPTION.
           MOVE WS-TOTAL-NCI TO WS-ST-AMOUNT.
           MOVE "1" TO WS-SPOOL-ADV
           WRITE REPORT-LINE FROM WS-ST-TOTAL-LINE AFTER 1
           PERFORM P985-SPOOL-LINE.
           ADD WS-TOTAL-NCI TO WS-TOTAL-EQUITY.
      *
       P910-PRINT-HEADING.
           MOVE "CONSOLIDATED - ALL COMPANIES" TO WS-COMPANY-NAME.
      *      needs authority level 1.
      *
       P005-SIGN-ON.
           OPEN I-O GLOPERF.
           DISPLAY "OPERATOR ID    :" LINE 8 POSITION 21.
           ACCEPT  WS-OPERATOR-ID LINE 8 POSITION 38 NO BELL OFF.
           DISPLAY "PASSWORD       :" LINE 9 POSITION 21.
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
                   IF GLOA-PROGRAM = "GL030P" OR "*INQ" OR "*ALL"
                       MOVE "Y" TO WS-ACC-FOUND.
      *
      *  Security journal - every sign-on, accepted or refused,
      *      and every batch run goes to the central activity
      *      file (GLSECLF) for GL063P to list
           MOVE WS-OPERATOR-ID TO GLSE-OPERATOR.
           MOVE "GL030P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
      *
