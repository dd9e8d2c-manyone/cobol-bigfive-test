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

       01  ERASE-ID PIC X(10).
       01  CONFIRM-X PIC X.
           PERFORM OPEN-ACCESS-LOG.
           DISPLAY 'OPERATOR ID:'.
           ACCEPT OPER-ID.
           DISPLAY 'PASSWORD:'.
           ACCEPT OPER-PASSWORD.
           PERFORM CHECK-OPERATOR-AUTH.
           MOVE SPACES TO AL-EMP-ID.
           MOVE 'S' TO AL-ACTION.
           IF SIGNON-REASON = SPACES AND AU-ACCESS-LEVEL NOT = 'M'
               MOVE 'ACCESS LEVEL TOO LOW' TO SIGNON-REASON
           END-IF.
           MOVE SIGNON-REASON TO AL-REASON.
           IF SIGNON-REASON = SPACES
               MOVE 'A' TO AL-ALLOWED
               PERFORM WRITE-ACCESS-LOG
               DISPLAY 'SIGNED ON: ' AU-OPER-NAME
               MOVE 'R' TO AL-ALLOWED
               PERFORM WRITE-ACCESS-LOG
               DISPLAY 'OPERATOR ' OPER-ID
                  ' NOT AUTHORIZED FOR DATA ERASURE - '
                  SIGNON-REASON
               CLOSE ACCESS-LOG-FILE
               STOP RUN
           END-IF.
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
