      ***  can be set up on an empty file, and a locked-out shop    ***
      ***  can always recover.                                      ***
      ***                                                           ***
      ***          Option 4 maintains the operator's grants on the  ***
      ***  access matrix (GLOACCF) - which programs, or program     ***
      ***  groups, the operator may run for which companies - and   ***
      ***  can copy every grant another operator holds, so a new    ***
      ***  clerk can be set up like an existing one.  The matrix    ***
      ***  binds an operator only when the operator is marked M     ***
      ***  for matrix control, as every new operator is; a          ***
      ***  deleted operator's grants are deleted with the operator. ***
      ***                                                           ***
      ***          A password keyed here is a temporary one - the   ***
      ***  operator must replace it at the next sign-on.  An        ***
      ***  operator locked out by wrong passwords (status L) is     ***
      ***  released only when a level 5 operator signs for the      ***
      ***  unlock by id and password; the unlock, or the refusal,   ***
      ***  is journalled on GLSECLF under that operator's id.       ***
      ***                                                           ***
      ***  I-O FILES : GLOPERF, GLOACCF, GLSYSPF, GLCOMPF (INPUT    ***
      ***              ONLY)                                        ***
      ***                                                           ***
      *****************************************************************
      *
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOP-ID.
           SELECT GLOACCF   ASSIGN       TO RANDOM 'GLOACCF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLOA-KEY.
           SELECT GLCOMPF   ASSIGN       TO RANDOM 'GLCOMPF'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE  IS DYNAMIC
                            RECORD KEY   IS GLCO-CODE.
           SELECT GLSECLF   ASSIGN       TO 'GLSECLF'.
      *
       DATA DIVISION.
      *
      *  Operator master file
           COPY "GLOPERSL.DEF".
           COPY "GLOACCSL.DEF".
           COPY "GLSECLSL.DEF".
      *
      *  Company master file
           COPY "GLCOMPSL.DEF".
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-SEC-DATE            PIC 9(6).
       01  WS-SEC-TIME            PIC 9(8).
       01  WS-SEC-ACTION          PIC X(10).
       01  WS-SEC-COMPANY         PIC XX    VALUE SPACES.
       01  WS-SEC-TARGET          PIC X(8)  VALUE SPACES.
       01  WS-SEC-OPERATOR        PIC X(8)  VALUE "SYSTEM".
       01  WS-OPTION              PIC X.
           88  WS-OPT-ADD         VALUE "1".
           88  WS-OPT-CHANGE      VALUE "2".
           88  WS-OPT-DELETE      VALUE "3".
           88  WS-OPT-ACCESS      VALUE "4".
           88  WS-OPT-QUIT        VALUE "9".
       01  WS-ACC-OPTION          PIC X.
           88  WS-ACC-GRANT       VALUE "1".
           88  WS-ACC-REVOKE      VALUE "2".
           88  WS-ACC-LIST        VALUE "3".
           88  WS-ACC-COPY        VALUE "4".
           88  WS-ACC-RETURN      VALUE "9".
       01  WS-ACC-OPERATOR        PIC X(8).
       01  WS-FROM-OPERATOR       PIC X(8).
       01  WS-ACC-EOF             PIC X.
       01  WS-GRANT-VALID         PIC X.
       01  WS-SAVE-KEY            PIC X(16).
       01  WS-LINE-NUM            PIC 99.
       01  WS-COUNT-COPIED        PIC 9(4).
       01  WS-EDIT-COUNT          PIC Z(3)9.
       01  WS-TODAY               PIC 9(6).
      *
      *  A grant names a program (GLnnnP) or one of the groups
      *
       01  WS-GRANT-PROGRAM.
           05  WS-GP-PREFIX       PIC XX.
           05  WS-GP-NUMBER       PIC XXX.
           05  WS-GP-SUFFIX       PIC X.
       01  WS-GRANT-GROUP REDEFINES WS-GRANT-PROGRAM
                                  PIC X(6).
           88  WS-GP-GROUP        VALUE "*INQ" "*JRNL" "*POST"
                                        "*CLOSE" "*MAINT" "*ALL".
       01  WS-GRANT-DATE.
           05  WS-GD-YY           PIC 99.
           05  WS-GD-MM           PIC 99.
           05  WS-GD-DD           PIC 99.
       01  WS-EDIT-GRANT-DATE.
           05  WS-EG-DD           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-EG-MM           PIC 99.
           05  FILLER             PIC X  VALUE "/".
           05  WS-EG-YY           PIC 99.
       01  WS-OPR-VALID           PIC X.
       01  WS-SAVE-PASSWD         PIC X(8).
       01  WS-NEW-STATUS          PIC X.
       01  WS-UNLOCK-ID           PIC X(8).
       01  WS-UNLOCK-PASSWD       PIC X(8).
       01  WS-UNLOCK-OK           PIC X.
       01  WS-OPER-SAVE           PIC X(100).
       01  WS-EDITING-DONE        PIC X.
       01  WS-KEY                 PIC X.
       01  WS-MASKED-PASSWD       PIC X(8)  VALUE ALL "*".
           "ERR-780 : OPERATOR NOT FOUND ON GLOPERF".
       01  WS-ERR-MESS-3          PIC X(51)  VALUE
           "ERR-790 : AUTHORITY LEVEL MUST BE 1 THRU 5".
       01  WS-ERR-MESS-4          PIC X(51)  VALUE
           "ERR-749 : ACCESS GRANT ALREADY ON GLOACCF".
       01  WS-ERR-MESS-5          PIC X(51)  VALUE
           "ERR-751 : ACCESS GRANT NOT FOUND ON GLOACCF".
       01  WS-ERR-MESS-6          PIC X(51)  VALUE
           "ERR-752 : PROGRAM MUST BE GLNNNP OR A GROUP CODE".
       01  WS-ERR-MESS-7          PIC X(51)  VALUE
           "ERR-710 : COMPANY NOT FOUND ON GLCOMPF".
       01  WS-ERR-MESS-8          PIC X(51)  VALUE
           "ERR-753 : CANNOT COPY AN OPERATOR ONTO ITSELF".
       01  WS-ERR-MESS-9          PIC X(51)  VALUE
           "ERR-757 : UNLOCK REFUSED - LEVEL 5 OPERATOR NEEDED".
       01  WS-BLANK-LINE          PIC X(80) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           PERFORM P010-SHOW-HEADINGS.
           PERFORM P020-GET-PASSWORD.
           IF WS-AUTHORISED-ACCESS = "Y"
               ACCEPT WS-TODAY FROM DATE
               OPEN I-O GLOPERF
               OPEN I-O GLOACCF
               OPEN INPUT GLCOMPF
               MOVE SPACE TO WS-OPTION
               PERFORM P100-MAIN-MENU UNTIL WS-OPT-QUIT
               CLOSE GLCOMPF
               CLOSE GLOACCF
               CLOSE GLOPERF
           ELSE
               DISPLAY "ERR 24 : UNAUTHORISED ACCESS" LINE 24 BELL.
           DISPLAY "1 - ADD AN OPERATOR"    LINE  9 POSITION 21.
           DISPLAY "2 - CHANGE AN OPERATOR" LINE 10 POSITION 21.
           DISPLAY "3 - DELETE AN OPERATOR" LINE 11 POSITION 21.
           DISPLAY "4 - ACCESS MATRIX"      LINE 12 POSITION 21.
           DISPLAY "9 - QUIT"               LINE 13 POSITION 21.
           DISPLAY "OPTION : "              LINE 15 POSITION 21.
           ACCEPT  WS-OPTION LINE 15 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-OPT-ADD
                   PERFORM P200-ADD-OPERATOR
                   PERFORM P300-CHANGE-OPERATOR
               WHEN WS-OPT-DELETE
                   PERFORM P400-DELETE-OPERATOR
               WHEN WS-OPT-ACCESS
                   PERFORM P500-ACCESS-MATRIX
               WHEN WS-OPT-QUIT
                   NEXT SENTENCE
               WHEN OTHER
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               MOVE "M" TO GLOP-ACCESS-CTL
               PERFORM P230-ACPT-DETAIL
               MOVE SPACE TO GLOP-STATUS
               MOVE 0 TO GLOP-PWD-DATE GLOP-FAIL-COUNT
               MOVE SPACES TO GLOP-PWD-HISTORY
               WRITE GLOP-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR WRITING GLOPERF" LINE 24
               NOT INVALID KEY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               PERFORM P250-DISPLAY-DETAIL
               MOVE GLOP-PASSWD TO WS-SAVE-PASSWD
               PERFORM P230-ACPT-DETAIL
               PERFORM P310-CHECK-PASSWD-RESET
               PERFORM P320-ACPT-STATUS
               REWRITE GLOP-RECORD INVALID KEY
                   DISPLAY "ERR-050 : ERROR REWRITING GLOPERF" LINE 24
               NOT INVALID KEY
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  A password changed here is a reset - the old one joins the
      *      history and the operator must change it at sign-on
      *
       P310-CHECK-PASSWD-RESET.
           IF GLOP-PASSWD NOT = WS-SAVE-PASSWD
               MOVE GLOP-OLD-PASSWD (3) TO GLOP-OLD-PASSWD (4)
               MOVE GLOP-OLD-PASSWD (2) TO GLOP-OLD-PASSWD (3)
               MOVE GLOP-OLD-PASSWD (1) TO GLOP-OLD-PASSWD (2)
               MOVE WS-SAVE-PASSWD TO GLOP-OLD-PASSWD (1)
               MOVE 0 TO GLOP-PWD-DATE.
      *
      *  Status - D disables the operator.  L is set only by the
      *      sign-on lockout; taking it off needs a level 5 unlock
      *
       P320-ACPT-STATUS.
           MOVE GLOP-STATUS TO WS-NEW-STATUS.
           DISPLAY "DISABLED (D,L, )  : " LINE 13 POSITION 21.
           ACCEPT  WS-NEW-STATUS LINE 13 POSITION 42 NO BELL UPDATE.
           IF WS-NEW-STATUS NOT = "D" AND WS-NEW-STATUS NOT = "L"
               MOVE SPACE TO WS-NEW-STATUS.
           IF WS-NEW-STATUS = "L" AND NOT GLOP-LOCKED-OUT
               MOVE GLOP-STATUS TO WS-NEW-STATUS.
           IF GLOP-LOCKED-OUT AND WS-NEW-STATUS NOT = "L"
               PERFORM P330-AUTHORISE-UNLOCK
               IF WS-UNLOCK-OK NOT = "Y"
                   MOVE "L" TO WS-NEW-STATUS.
           MOVE WS-NEW-STATUS TO GLOP-STATUS.
      *
      *  The unlocking operator signs for it here.  GLOP-RECORD is
      *      held aside while the unlocking operator is read
      *
       P330-AUTHORISE-UNLOCK.
           MOVE GLOP-RECORD TO WS-OPER-SAVE.
           DISPLAY "UNLOCKED BY       : " LINE 16 POSITION 21.
           ACCEPT  WS-UNLOCK-ID LINE 16 POSITION 42 NO BELL OFF.
           DISPLAY "PASSWORD          : " LINE 17 POSITION 21.
           ACCEPT  WS-UNLOCK-PASSWD LINE 17 POSITION 42
                   NO BELL TAB PROMPT SECURE.
           MOVE "N" TO WS-UNLOCK-OK.
           MOVE WS-UNLOCK-ID TO GLOP-ID.
           READ GLOPERF RECORD INVALID KEY
               MOVE "X" TO WS-UNLOCK-OK.
           IF WS-UNLOCK-OK = "N" AND
              GLOP-PASSWD = WS-UNLOCK-PASSWD AND
              NOT GLOP-DISABLED AND
              GLOP-AUTHORITY NOT < 5
               MOVE "Y" TO WS-UNLOCK-OK.
           MOVE WS-OPER-SAVE TO GLOP-RECORD.
           MOVE WS-UNLOCK-ID TO WS-SEC-OPERATOR.
           MOVE GLOP-ID TO WS-SEC-TARGET.
           IF WS-UNLOCK-OK = "Y"
               MOVE 0 TO GLOP-FAIL-COUNT
               MOVE "UNLOCKED" TO WS-SEC-ACTION
           ELSE
               MOVE "REFUSED" TO WS-SEC-ACTION
               DISPLAY WS-ERR-MESS-9 LINE 24 BELL
               PERFORM P900-DELAY.
           PERFORM P995-WRITE-SECURITY.
           MOVE "SYSTEM" TO WS-SEC-OPERATOR.
           MOVE SPACES TO WS-SEC-TARGET.
           DISPLAY WS-BLANK-LINE LINE 16.
           DISPLAY WS-BLANK-LINE LINE 17.
      *
      *  Delete an operator
      *
       P400-DELETE-OPERATOR.
                   NOT INVALID KEY
                       DISPLAY "OPERATOR DELETED FROM GLOPERF"
                           LINE 24
                       PERFORM P450-DROP-GRANTS
                   END-DELETE
               ELSE
                   DISPLAY "DELETE CANCELLED" LINE 24
           MOVE 0 TO GLOP-AUTHORITY.
           PERFORM P240-ACPT-AUTHORITY
               UNTIL GLOP-AUTHORITY > 0 AND GLOP-AUTHORITY < 6.
           DISPLAY "MATRIX CONTROL (M, ) : " LINE 12 POSITION 21.
           ACCEPT  GLOP-ACCESS-CTL LINE 12 POSITION 44 NO BELL UPDATE.
           IF NOT GLOP-MATRIX-CONTROL
               MOVE SPACE TO GLOP-ACCESS-CTL.
      *
       P240-ACPT-AUTHORITY.
           DISPLAY "AUTHORITY (1-5)   : " LINE 11 POSITION 21.
           DISPLAY WS-BLANK-LINE LINE  9.
           DISPLAY WS-BLANK-LINE LINE 10.
           DISPLAY WS-BLANK-LINE LINE 11.
           DISPLAY WS-BLANK-LINE LINE 12.
           DISPLAY WS-BLANK-LINE LINE 13.
           DISPLAY "OPERATOR NAME     : " LINE  9 POSITION 21.
           DISPLAY GLOP-NAME               LINE  9 POSITION 42.
           DISPLAY WS-MASKED-PASSWD        LINE 10 POSITION 42.
           DISPLAY "AUTHORITY (1-5)   : " LINE 11 POSITION 21.
           DISPLAY GLOP-AUTHORITY          LINE 11 POSITION 42.
           DISPLAY "MATRIX CONTROL (M, ) : " LINE 12 POSITION 21.
           DISPLAY GLOP-ACCESS-CTL         LINE 12 POSITION 44.
           DISPLAY "DISABLED (D,L, )  : " LINE 13 POSITION 21.
           DISPLAY GLOP-STATUS             LINE 13 POSITION 42.
      *
      *
      *  A deleted operator's grants go with the operator
      *
       P450-DROP-GRANTS.
           MOVE GLOP-ID TO WS-ACC-OPERATOR.
           PERFORM P545-START-GRANTS.
           PERFORM P541-READ-GRANT.
           PERFORM P451-DROP-ONE UNTIL WS-ACC-EOF = "Y".
      *
       P451-DROP-ONE.
           DELETE GLOACCF RECORD INVALID KEY
               MOVE "Y" TO WS-ACC-EOF.
           PERFORM P541-READ-GRANT.
      *
      *  Access matrix - the grants on GLOACCF for one operator :
      *      a company code or ** for every company, against a
      *      program id or a program group
      *
       P500-ACCESS-MATRIX.
           PERFORM P210-ACPT-ID.
           PERFORM P220-READ-OPER.
           IF WS-OPR-VALID = "N"
               DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24
           ELSE
               MOVE GLOP-ID TO WS-ACC-OPERATOR
               MOVE SPACE TO WS-ACC-OPTION
               PERFORM P510-ACCESS-MENU UNTIL WS-ACC-RETURN.
      *
       P510-ACCESS-MENU.
           PERFORM P010-SHOW-HEADINGS.
           DISPLAY "OPERATOR ID       : " LINE 7 POSITION 21.
           DISPLAY WS-ACC-OPERATOR         LINE 7 POSITION 42.
           DISPLAY GLOP-NAME               LINE 7 POSITION 51.
           DISPLAY "1 - GRANT ACCESS"      LINE  9 POSITION 21.
           DISPLAY "2 - REVOKE ACCESS"     LINE 10 POSITION 21.
           DISPLAY "3 - LIST GRANTS"       LINE 11 POSITION 21.
           DISPLAY "4 - COPY GRANTS FROM ANOTHER OPERATOR"
               LINE 12 POSITION 21.
           DISPLAY "9 - RETURN"            LINE 13 POSITION 21.
           DISPLAY "OPTION : "             LINE 15 POSITION 21.
           ACCEPT  WS-ACC-OPTION LINE 15 POSITION 30 NO BELL OFF.
           EVALUATE TRUE
               WHEN WS-ACC-GRANT
                   PERFORM P520-GRANT-ACCESS
               WHEN WS-ACC-REVOKE
                   PERFORM P530-REVOKE-ACCESS
               WHEN WS-ACC-LIST
                   PERFORM P540-LIST-GRANTS
               WHEN WS-ACC-COPY
                   PERFORM P560-COPY-GRANTS
               WHEN WS-ACC-RETURN
                   NEXT SENTENCE
               WHEN OTHER
                   DISPLAY "ERR : INVALID OPTION" LINE 24 BELL
                   PERFORM P900-DELAY
                   DISPLAY WS-BLANK-LINE LINE 24.
      *
       P520-GRANT-ACCESS.
           PERFORM P550-ACPT-GRANT.
           IF WS-GRANT-VALID = "Y"
               MOVE WS-TODAY TO GLOA-GRANT-DATE
               WRITE GLOA-RECORD INVALID KEY
                   DISPLAY WS-ERR-MESS-4 LINE 24 BELL
               NOT INVALID KEY
                   DISPLAY "ACCESS GRANTED ON GLOACCF" LINE 24
               END-WRITE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
       P530-REVOKE-ACCESS.
           PERFORM P550-ACPT-GRANT.
           IF WS-GRANT-VALID = "Y"
               DELETE GLOACCF RECORD INVALID KEY
                   DISPLAY WS-ERR-MESS-5 LINE 24 BELL
               NOT INVALID KEY
                   DISPLAY "ACCESS REVOKED ON GLOACCF" LINE 24
               END-DELETE
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Every grant of the operator, a screenful at a time
      *
       P540-LIST-GRANTS.
           DISPLAY "COMPANY  PROGRAM  GRANTED" LINE 9 POSITION 21
               ERASE EOS.
           MOVE 10 TO WS-LINE-NUM.
           PERFORM P545-START-GRANTS.
           PERFORM P541-READ-GRANT.
           PERFORM P542-SHOW-GRANT UNTIL WS-ACC-EOF = "Y".
           DISPLAY "END OF GRANTS" LINE WS-LINE-NUM POSITION 21.
           PERFORM P900-DELAY.
      *
       P541-READ-GRANT.
           IF WS-ACC-EOF = "N"
               READ GLOACCF NEXT RECORD
                   AT END MOVE "Y" TO WS-ACC-EOF.
           IF WS-ACC-EOF = "N" AND GLOA-OPERATOR NOT = WS-ACC-OPERATOR
               MOVE "Y" TO WS-ACC-EOF.
      *
       P542-SHOW-GRANT.
           IF WS-LINE-NUM > 21
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 10 ERASE EOS
               MOVE 10 TO WS-LINE-NUM.
           MOVE GLOA-GRANT-DATE TO WS-GRANT-DATE.
           MOVE WS-GD-DD TO WS-EG-DD.
           MOVE WS-GD-MM TO WS-EG-MM.
           MOVE WS-GD-YY TO WS-EG-YY.
           DISPLAY GLOA-COMPANY       LINE WS-LINE-NUM POSITION 21.
           DISPLAY GLOA-PROGRAM       LINE WS-LINE-NUM POSITION 30.
           DISPLAY WS-EDIT-GRANT-DATE LINE WS-LINE-NUM POSITION 39.
           ADD 1 TO WS-LINE-NUM.
           PERFORM P541-READ-GRANT.
      *
       P545-START-GRANTS.
           MOVE WS-ACC-OPERATOR TO GLOA-OPERATOR.
           MOVE LOW-VALUES TO GLOA-COMPANY GLOA-PROGRAM.
           MOVE "N" TO WS-ACC-EOF.
           START GLOACCF KEY NOT < GLOA-KEY INVALID KEY
               MOVE "Y" TO WS-ACC-EOF.
      *
      *  Company must be ** or on GLCOMPF; program must be GLnnnP
      *      or one of the groups
      *
       P550-ACPT-GRANT.
           DISPLAY "COMPANY (** = ALL) : " LINE 17 POSITION 21.
           ACCEPT  GLOA-COMPANY LINE 17 POSITION 43 NO BELL OFF.
           DISPLAY "PROGRAM OR GROUP   : " LINE 18 POSITION 21.
           ACCEPT  GLOA-PROGRAM LINE 18 POSITION 43 NO BELL OFF.
           MOVE WS-ACC-OPERATOR TO GLOA-OPERATOR.
           MOVE "Y" TO WS-GRANT-VALID.
           IF NOT GLOA-ALL-COMPANIES
               MOVE GLOA-COMPANY TO GLCO-CODE
               READ GLCOMPF RECORD INVALID KEY
                   MOVE "N" TO WS-GRANT-VALID
                   DISPLAY WS-ERR-MESS-7 LINE 24 BELL.
           MOVE GLOA-PROGRAM TO WS-GRANT-PROGRAM.
           IF WS-GRANT-VALID = "Y" AND NOT WS-GP-GROUP AND
              (WS-GP-PREFIX NOT = "GL" OR
               WS-GP-NUMBER NOT NUMERIC OR
               WS-GP-SUFFIX NOT = "P")
               MOVE "N" TO WS-GRANT-VALID
               DISPLAY WS-ERR-MESS-6 LINE 24 BELL.
           IF WS-GRANT-VALID = "N"
               PERFORM P900-DELAY
               DISPLAY WS-BLANK-LINE LINE 24.
      *
      *  Copy every grant another operator holds - grants this
      *      operator already has are left as they are
      *
       P560-COPY-GRANTS.
           DISPLAY "COPY FROM OPERATOR : " LINE 17 POSITION 21.
           ACCEPT  WS-FROM-OPERATOR LINE 17 POSITION 43 NO BELL OFF.
           MOVE WS-FROM-OPERATOR TO GLOP-ID.
           IF WS-FROM-OPERATOR = WS-ACC-OPERATOR
               DISPLAY WS-ERR-MESS-8 LINE 24 BELL
           ELSE
               PERFORM P220-READ-OPER
               IF WS-OPR-VALID = "N"
                   DISPLAY WS-ERR-MESS-2 LINE 24 BELL
               ELSE
                   PERFORM P570-COPY-FROM-OPERATOR
                   MOVE WS-COUNT-COPIED TO WS-EDIT-COUNT
                   DISPLAY "GRANTS COPIED : " LINE 20 POSITION 21
                   DISPLAY WS-EDIT-COUNT LINE 20 POSITION 38.
           PERFORM P900-DELAY.
           DISPLAY WS-BLANK-LINE LINE 24.
           MOVE WS-ACC-OPERATOR TO GLOP-ID.
           PERFORM P220-READ-OPER.
      *
      *  Each grant is written under this operator and the pass
      *      over the source operator's grants restored with a
      *      START past the grant just copied, as GL026P does when
      *      copying a budget version
      *
       P570-COPY-FROM-OPERATOR.
           MOVE 0 TO WS-COUNT-COPIED.
           MOVE WS-FROM-OPERATOR TO GLOA-OPERATOR.
           MOVE LOW-VALUES TO GLOA-COMPANY GLOA-PROGRAM.
           MOVE "N" TO WS-ACC-EOF.
           START GLOACCF KEY NOT < GLOA-KEY INVALID KEY
               MOVE "Y" TO WS-ACC-EOF.
           PERFORM P571-READ-SOURCE.
           PERFORM P572-COPY-ONE UNTIL WS-ACC-EOF = "Y".
      *
       P571-READ-SOURCE.
           IF WS-ACC-EOF = "N"
               READ GLOACCF NEXT RECORD
                   AT END MOVE "Y" TO WS-ACC-EOF.
           IF WS-ACC-EOF = "N" AND GLOA-OPERATOR NOT = WS-FROM-OPERATOR
               MOVE "Y" TO WS-ACC-EOF.
      *
       P572-COPY-ONE.
           MOVE GLOA-KEY TO WS-SAVE-KEY.
           MOVE WS-ACC-OPERATOR TO GLOA-OPERATOR.
           MOVE WS-TODAY TO GLOA-GRANT-DATE.
           WRITE GLOA-RECORD INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-COUNT-COPIED
           END-WRITE.
           MOVE WS-SAVE-KEY TO GLOA-KEY.
           START GLOACCF KEY GREATER THAN GLOA-KEY
               INVALID KEY MOVE "Y" TO WS-ACC-EOF.
           PERFORM P571-READ-SOURCE.
      *
       P900-DELAY.
           DISPLAY "PRESS ANY KEY TO CONTINUE ..." LINE 23 POSITION 25.
           ACCEPT WS-SEC-TIME FROM TIME.
           MOVE WS-SEC-DATE TO GLSE-DATE.
           MOVE WS-SEC-TIME (1:6) TO GLSE-TIME.
           MOVE WS-SEC-OPERATOR TO GLSE-OPERATOR.
           MOVE "GL037P" TO GLSE-PROGRAM.
           MOVE WS-SEC-ACTION TO GLSE-ACTION.
           MOVE WS-SEC-COMPANY TO GLSE-COMPANY.
           MOVE WS-SEC-TARGET TO GLSE-TARGET.
           WRITE GLSE-RECORD.
           CLOSE GLSECLF.
