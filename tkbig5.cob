               ASSIGN TO UT-S-ACCLOG
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACCLOG.

           SELECT CONSENT-FILE
               ASSIGN TO UT-S-CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-EMP-ID
               FILE STATUS IS WS-FS-CONSENT.
       DATA DIVISION.
       FILE SECTION.

       01  ACCESS-LOG-RECORD.
           03  FILLER PIC X(80).

       FD  CONSENT-FILE
              RECORD CONTAINS 80 CHARACTERS
              RECORDING MODE IS F.

       01  CONSENT-RECORD.
           03  CNF-EMP-ID          PIC X(10).
           03  FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5ITEM.
           COPY BIG5EMPL.
           COPY BIG5CAMP.
           COPY BIG5AUTH.
           COPY BIG5CNST.

       01 DEBUG-MODE-SW PIC 9 VALUE 0.
           88 DEBUG-MODE VALUE 1.
       01  CPX PIC 9(04).
       01  WS-FS-AUTHFIL   PIC X(02).
       01  WS-FS-ACCLOG    PIC X(02).
       01  WS-FS-CONSENT   PIC X(02).
       01  CONSENT-CURRENT-SW PIC X VALUE 'N'.
           88  CONSENT-CURRENT VALUE 'Y'.
       01  CONSENT-REASON  PIC X(25).
       01  OPER-ID PIC X(08).
       01  OPER-FOUND-SW PIC X VALUE 'N'.
           88  OPER-FOUND VALUE 'Y'.
       01  OPER-PASSWORD PIC X(12).
       01  SIGNON-REASON PIC X(24).
       01  MAX-FAILED-SIGNONS PIC 9(02) VALUE 3.
       01  HASH-INPUT.
           03  HI-OPER-ID  PIC X(08).
           03  HI-PASSWORD PIC X(12).
       01  FILLER REDEFINES HASH-INPUT.
           03  HI-CHAR PIC X OCCURS 20 TIMES.
       01  HIX PIC 99.
       01  HASH-BYTE-WORK.
           03  FILLER  PIC X VALUE LOW-VALUE.
           03  HB-CHAR PIC X.
       01  FILLER REDEFINES HASH-BYTE-WORK.
           03  HB-VALUE PIC 9(04) COMP.
       01  HASH-ACC     PIC 9(09).
       01  HASH-PRODUCT PIC 9(12).
       01  HASH-QUOT    PIC 9(12).
       01  RUN-SKIP-CT     PIC 9(05).
       01  SKIPPED-SO-FAR  PIC 9(05).
       01  RESULT-STORED-SW PIC X VALUE 'N'.
           CLOSE PROFILE-FILE.
           GOBACK.
       RUN-INTERACTIVE.
           PERFORM OPEN-CONSENT-REGISTER.
           PERFORM GET-RESPONDENT-INFO.
           CLOSE CONSENT-FILE.
      *   IF DEBUG-MODE
      *    PERFORM RAND-ANSWERS
      *    ELSE
           ACCEPT REDISP-X.
       RUN-BATCH.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM OPEN-CONSENT-REGISTER.
           PERFORM OPEN-RUN-LOG.
           OPEN INPUT ANSWERS-FILE.
           IF WS-FS-ANSWERS NOT = '00'
                  WS-FS-ANSWERS
               CLOSE RUN-LOG-FILE
               CLOSE BIG5-RESULTS-FILE
               CLOSE CONSENT-FILE
               STOP RUN
           END-IF.
           MOVE 0 TO SKIPPED-SO-FAR.
           PERFORM SCORE-ANSWER-SHEET UNTIL NO-MORE-ANSWERS.
           PERFORM CLOSE-RUN-LOG.
           CLOSE ANSWERS-FILE.
           CLOSE CONSENT-FILE.
       SKIP-PROCESSED-SHEET.
           ADD 1 TO SKIPPED-SO-FAR.
           PERFORM READ-ANSWERS.
           PERFORM OPEN-ACCESS-LOG.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT OPER-ID.
           DISPLAY 'PASSWORD:'.
           ACCEPT OPER-PASSWORD.
           PERFORM CHECK-OPERATOR-AUTH.
           MOVE SPACES TO AL-EMP-ID.
           MOVE 'B' TO AL-ACTION.
           IF SIGNON-REASON = SPACES AND AU-ACCESS-LEVEL NOT = 'M'
               MOVE 'ACCESS LEVEL TOO LOW' TO SIGNON-REASON
           END-IF.
           MOVE SIGNON-REASON TO AL-REASON.
           IF SIGNON-REASON = SPACES
               MOVE 'A' TO AL-ALLOWED
               PERFORM WRITE-ACCESS-LOG
               CLOSE ACCESS-LOG-FILE
               PERFORM WRITE-ACCESS-LOG
               CLOSE ACCESS-LOG-FILE
               DISPLAY 'OPERATOR ' OPER-ID
                  ' NOT AUTHORIZED FOR BATCH SCORING - '
                  SIGNON-REASON
               CLOSE BIG5-RESULTS-FILE
               CLOSE ITEM-DETAIL-FILE
               CLOSE PROFILE-FILE
       CHECK-OPERATOR-AUTH.
           MOVE 'N' TO OPER-FOUND-SW.
           MOVE SPACE TO NO-MORE-AUTH-SW.
           MOVE SPACES TO SIGNON-REASON.
           OPEN I-O OPER-AUTH-FILE.
           IF WS-FS-AUTHFIL NOT = '00'
               DISPLAY 'UNABLE TO OPEN OPER-AUTH-FILE - STATUS '
                  WS-FS-AUTHFIL ' - ACCESS DENIED'
           PERFORM READ-AUTH.
           PERFORM TEST-AUTH-RECORD
              UNTIL NO-MORE-AUTH OR OPER-FOUND.
           IF OPER-FOUND
               PERFORM CHECK-OPERATOR-ACCOUNT
           ELSE
               MOVE 'UNKNOWN OPERATOR ID' TO SIGNON-REASON
           END-IF.
           CLOSE OPER-AUTH-FILE.
       READ-AUTH.
           READ OPER-AUTH-FILE INTO OPER-AUTH-REC
           ELSE
               PERFORM READ-AUTH
           END-IF.
      *****************************************************************
      *  LOCKED, SUSPENDED, REVOKED AND EXPIRED ACCOUNTS ARE REFUSED
      *  BEFORE THE PASSWORD IS LOOKED AT.  A WRONG PASSWORD COUNTS
      *  AGAINST THE ACCOUNT AND LOCKS IT AT MAX-FAILED-SIGNONS; A
      *  GOOD ONE CLEARS THE COUNT.  ONLY AN AUTHMNT U REINSTATES.
      *****************************************************************
       CHECK-OPERATOR-ACCOUNT.
           IF AU-REVOKED
               MOVE 'ACCOUNT REVOKED' TO SIGNON-REASON
           ELSE
               IF AU-SUSPENDED
                   MOVE 'ACCOUNT SUSPENDED' TO SIGNON-REASON
               ELSE
                   IF AU-LOCKED
                       MOVE 'ACCOUNT LOCKED' TO SIGNON-REASON
                   ELSE
                       IF AU-EXPIRY-DATE NOT = SPACES
                          AND AU-EXPIRY-DATE < WS-RUN-DATE
                           MOVE 'ACCOUNT EXPIRED' TO SIGNON-REASON
                       ELSE
                           PERFORM CHECK-OPERATOR-PASSWORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CHECK-OPERATOR-PASSWORD.
           IF AU-FAILED-CT NOT NUMERIC
               MOVE 0 TO AU-FAILED-CT
           END-IF.
           IF AU-PASSWORD-HASH NOT NUMERIC
               MOVE 'NO PASSWORD SET' TO SIGNON-REASON
           ELSE
               PERFORM COMPUTE-PASSWORD-HASH
               IF HASH-ACC = AU-PASSWORD-HASH
                   IF AU-FAILED-CT > 0
                       MOVE 0 TO AU-FAILED-CT
                       PERFORM REWRITE-AUTH
                   END-IF
               ELSE
                   ADD 1 TO AU-FAILED-CT
                   IF AU-FAILED-CT NOT < MAX-FAILED-SIGNONS
                       MOVE 'L' TO AU-STATUS
                       MOVE 'WRONG PASSWORD - LOCKED' TO SIGNON-REASON
                   ELSE
                       MOVE 'WRONG PASSWORD' TO SIGNON-REASON
                   END-IF
                   PERFORM REWRITE-AUTH
               END-IF
           END-IF.
       REWRITE-AUTH.
           REWRITE OPER-AUTH-RECORD FROM OPER-AUTH-REC.
           IF WS-FS-AUTHFIL NOT = '00'
               DISPLAY 'ERROR UPDATING OPER-AUTH-FILE - STATUS '
                  WS-FS-AUTHFIL
               STOP RUN
           END-IF.
      *****************************************************************
      *  ONLY A 9-DIGIT HASH OF OPERATOR ID AND PASSWORD IS KEPT ON
      *  OPER-AUTH-FILE.  THE SAME ROUTINE IS CODED IN AUTHMNT AND IN
      *  EVERY SIGN-ON PROGRAM AND THE COPIES MUST STAY IDENTICAL.
      *****************************************************************
       COMPUTE-PASSWORD-HASH.
           MOVE OPER-ID TO HI-OPER-ID.
           MOVE OPER-PASSWORD TO HI-PASSWORD.
           MOVE 7 TO HASH-ACC.
           PERFORM HASH-ALL-CHARS 2 TIMES.
       HASH-ALL-CHARS.
           PERFORM HASH-ONE-CHAR VARYING HIX FROM 1 BY 1
              UNTIL HIX > 20.
       HASH-ONE-CHAR.
           MOVE HI-CHAR (HIX) TO HB-CHAR.
           COMPUTE HASH-PRODUCT = HASH-ACC * 131 + HB-VALUE * HIX + 17.
           DIVIDE HASH-PRODUCT BY 999999937
              GIVING HASH-QUOT REMAINDER HASH-ACC.
       OPEN-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-FS-ACCLOG = '35'
               DISPLAY 'UNABLE TO OPEN RUN-LOG-FILE - STATUS '
                  WS-FS-RUNLOG
               CLOSE BIG5-RESULTS-FILE
               CLOSE CONSENT-FILE
               STOP RUN
           END-IF.
           MOVE 0 TO RUN-SKIP-CT.
                   ADD 1 TO RL-SHEETS-REJECTED
                   PERFORM UPDATE-RUN-LOG
               ELSE
                   PERFORM CHECK-CONSENT
                   IF NOT CONSENT-CURRENT
                       DISPLAY 'RESPONDENT ' AF-RESP-ID
                          ' NO CURRENT CONSENT - ' CONSENT-REASON
                          ' - SHEET SKIPPED'
                       ADD 1 TO RL-SHEETS-REJECTED
                       PERFORM UPDATE-RUN-LOG
                   ELSE
                       PERFORM SCORE-ONE-SHEET
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-ANSWERS.
               DISPLAY 'DEPARTMENT:'
               ACCEPT RESP-DEPT
           END-IF.
           PERFORM CHECK-CONSENT.
           IF NOT CONSENT-CURRENT
               DISPLAY 'NO CURRENT CONSENT FOR ' RESP-ID ' - '
                  CONSENT-REASON ' - NOT SCORED'
               CLOSE CONSENT-FILE
               CLOSE BIG5-RESULTS-FILE
               CLOSE ITEM-DETAIL-FILE
               CLOSE PROFILE-FILE
               STOP RUN
           END-IF.
           DISPLAY 'AGE BAND (20,30,40,50,60):'.
           ACCEPT RESP-AGE-BAND.
           DISPLAY 'GENDER (M/F):'.
               DISPLAY 'EMPLOYEE ID ' RESP-ID
                  ' NOT ON EMPLOYEE MASTER - RE-ENTER'
           END-IF.
      *****************************************************************
      *  NO RESPONDENT IS SCORED WITHOUT CONSENT ON THE REGISTER, SO A
      *  MISSING REGISTER STOPS THE RUN RATHER THAN DISABLING THE CHECK.
      *****************************************************************
       OPEN-CONSENT-REGISTER.
           OPEN INPUT CONSENT-FILE.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONSENT-FILE - STATUS '
                  WS-FS-CONSENT ' - SCORING NOT STARTED'
               CLOSE BIG5-RESULTS-FILE
               CLOSE ITEM-DETAIL-FILE
               CLOSE PROFILE-FILE
               STOP RUN
           END-IF.
       CHECK-CONSENT.
           MOVE 'N' TO CONSENT-CURRENT-SW.
           MOVE EMP-LOOKUP-ID TO CNF-EMP-ID.
           READ CONSENT-FILE INTO CONSENT-REC
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-CONSENT NOT = '00'
               MOVE 'NO CONSENT ON REGISTER' TO CONSENT-REASON
           ELSE
               IF CN-CONSENT-DATE = SPACES
                  OR CN-CONSENT-DATE > WS-RUN-DATE
                   MOVE 'CONSENT NOT YET EFFECTIVE' TO CONSENT-REASON
               ELSE
                   IF CN-WITHDRAW-DATE NOT = SPACES
                      AND CN-WITHDRAW-DATE NOT > WS-RUN-DATE
                       MOVE 'CONSENT WITHDRAWN' TO CONSENT-REASON
                   ELSE
                       IF CN-EXPIRY-DATE NOT = SPACES
                          AND CN-EXPIRY-DATE < WS-RUN-DATE
                           MOVE 'CONSENT EXPIRED' TO CONSENT-REASON
                       ELSE
                           MOVE 'Y' TO CONSENT-CURRENT-SW
                           MOVE SPACES TO CONSENT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       LOAD-BIGFIVE.
            OPEN INPUT BIGFIVE-FILE.
            MOVE 0 TO BF-COUNT.
