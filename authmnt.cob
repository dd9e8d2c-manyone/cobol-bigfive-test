       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPER-AUTH-FILE
               ASSIGN TO UT-S-AUTHFIL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTHFIL.

           SELECT AUTH-TXN-FILE
               ASSIGN TO UT-S-AUTHTXN
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTHTXN.

           SELECT NEW-AUTH-FILE
               ASSIGN TO UT-S-NEWAUTH
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEWAUTH.

           SELECT AUDIT-REPORT-FILE
               ASSIGN TO UT-S-AUTHRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AUTHRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  OPER-AUTH-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  OPER-AUTH-RECORD.
           03 FILLER PIC X(80).

       FD  AUTH-TXN-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  AUTH-TXN-RECORD.
           03 FILLER PIC X(80).

       FD  NEW-AUTH-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-AUTH-RECORD.
           03 FILLER PIC X(80).

       FD  AUDIT-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  AUDIT-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5AUTH.

       01  WS-FS-AUTHFIL   PIC X(02).
       01  WS-FS-AUTHTXN   PIC X(02).
       01  WS-FS-NEWAUTH   PIC X(02).
       01  WS-FS-AUTHRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-AUTH-SW PIC X VALUE SPACE.
               88 NO-MORE-AUTH VALUE 'Y'.
           03 NO-MORE-TXNS-SW PIC X VALUE SPACE.
               88 NO-MORE-TXNS VALUE 'Y'.

      *****************************************************************
      *  ACTION A=ADD  C=CHANGE  S=SUSPEND  U=REINSTATE  R=REVOKE.
      *  ON A CHANGE A BLANK FIELD KEEPS ITS VALUE AND EXPIRY 'NONE'
      *  REMOVES THE EXPIRY DATE; STATUS AND FAILED-ATTEMPT COUNT ARE
      *  LEFT AS THEY ARE.  ONLY U RETURNS A SUSPENDED OR LOCKED
      *  ACCOUNT TO ACTIVE, CLEARING ITS FAILED-ATTEMPT COUNT.  A
      *  REVOKED ID STAYS ON FILE AND CANNOT BE CHANGED, REINSTATED OR
      *  ADDED AGAIN.  THE TRANSACTION FILE CARRIES CLEAR PASSWORDS AND
      *  IS SCRATCHED AFTER THE RUN; THE AUDIT LISTING NEVER SHOWS A
      *  PASSWORD OR ITS HASH.
      *****************************************************************
       01  AUTH-TXN-REC.
           03  AX-ACTION       PIC X(01).
           03  AX-OPER-ID      PIC X(08).
           03  AX-OPER-NAME    PIC X(30).
           03  AX-ACCESS-LEVEL PIC X(01).
           03  AX-PASSWORD     PIC X(12).
           03  AX-EXPIRY-DATE  PIC X(08).
           03  FILLER          PIC X(20).

       01  AT-TABLE-AREA.
           03  AT-COUNT    PIC 9(04) VALUE 0.
           03  AT-MAX-ENTRIES PIC 9(04) VALUE 500.
           03  AT-ENTRY PIC X(80) OCCURS 500 TIMES.

       01  ATX PIC 9(04).
       01  AT-MATCH-IDX PIC 9(04).
       01  TXN-ERROR-SW PIC X VALUE 'N'.
           88  TXN-REJECTED VALUE 'Y'.
       01  MIN-PASSWORD-LEN PIC 99 VALUE 6.
       01  PASSWORD-LEN PIC 99.

       01  OPER-ID PIC X(08).
       01  OPER-PASSWORD PIC X(12).
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

       01  COUNTS-AREA.
           03  OPERS-LOADED-CT   PIC 9(05) VALUE 0.
           03  TXNS-READ-CT      PIC 9(05) VALUE 0.
           03  TXNS-APPLIED-CT   PIC 9(05) VALUE 0.
           03  TXNS-REJECTED-CT  PIC 9(05) VALUE 0.
           03  OPERS-WRITTEN-CT  PIC 9(05) VALUE 0.
           03  OPERS-ACTIVE-CT   PIC 9(05) VALUE 0.
           03  OPERS-HELD-CT     PIC 9(05) VALUE 0.
           03  OPERS-REVOKED-CT  PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(49) VALUE
               'OPERATOR AUTH MAINTENANCE - AUDIT LISTING - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(75) VALUE SPACES.
       01  RPT-TXN-LINE.
           03  FILLER PIC X(04) VALUE 'TXN '.
           03  RPT-TXN-NO PIC ZZZZ9.
           03  FILLER PIC X(09) VALUE '  ACTION '.
           03  RPT-TXN-ACTION PIC X(01).
           03  FILLER PIC X(11) VALUE '  OPERATOR '.
           03  RPT-TXN-OPER-ID PIC X(08).
           03  FILLER PIC X(94) VALUE SPACES.
       01  RPT-OPER-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-OPER-TAG PIC X(07).
           03  FILLER PIC X(05) VALUE 'NAME '.
           03  RPT-OPER-NAME PIC X(30).
           03  FILLER PIC X(08) VALUE '  LEVEL '.
           03  RPT-OPER-LEVEL PIC X(01).
           03  FILLER PIC X(09) VALUE '  STATUS '.
           03  RPT-OPER-STATUS PIC X(01).
           03  FILLER PIC X(15) VALUE '  PASSWORD SET '.
           03  RPT-OPER-PW-DATE PIC X(08).
           03  FILLER PIC X(10) VALUE '  EXPIRES '.
           03  RPT-OPER-EXPIRY PIC X(08).
           03  FILLER PIC X(09) VALUE '  FAILED '.
           03  RPT-OPER-FAILED PIC X(02).
           03  FILLER PIC X(17) VALUE SPACES.
       01  RPT-REJ-LINE.
           03  FILLER PIC X(13) VALUE '  REJECTED - '.
           03  RPT-REJ-REASON PIC X(45).
           03  FILLER PIC X(74) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-AUTH-FILE.
           PERFORM OPEN-MAINT-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-TXN.
           PERFORM APPLY-TXN UNTIL NO-MORE-TXNS.
           PERFORM WRITE-NEW-AUTH.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AUTH-TXN-FILE.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY 'OPERATOR AUTH MAINTENANCE COMPLETE - READ '
              TXNS-READ-CT ' APPLIED ' TXNS-APPLIED-CT
              ' REJECTED ' TXNS-REJECTED-CT.
           GOBACK.

       LOAD-AUTH-FILE.
           MOVE 0 TO AT-COUNT.
           OPEN INPUT OPER-AUTH-FILE.
           IF WS-FS-AUTHFIL = '00'
               PERFORM READ-AUTH
               PERFORM STORE-AUTH-REC UNTIL NO-MORE-AUTH
               CLOSE OPER-AUTH-FILE
           ELSE
               IF WS-FS-AUTHFIL = '35'
                   DISPLAY 'OPER-AUTH-FILE NOT FOUND - '
                      'STARTING WITH NO OPERATORS'
               ELSE
                   DISPLAY 'UNABLE TO OPEN OPER-AUTH-FILE - STATUS '
                      WS-FS-AUTHFIL
                   STOP RUN
               END-IF
           END-IF.
           MOVE AT-COUNT TO OPERS-LOADED-CT.
       STORE-AUTH-REC.
           IF AT-COUNT NOT < AT-MAX-ENTRIES
               DISPLAY 'OPER-AUTH-FILE EXCEEDS AT-TABLE-AREA CAPACITY '
                   'OF ' AT-MAX-ENTRIES ' ENTRIES - MAINTENANCE ABORTED'
               CLOSE OPER-AUTH-FILE
               STOP RUN.
           ADD 1 TO AT-COUNT.
           MOVE OPER-AUTH-RECORD TO AT-ENTRY (AT-COUNT).
           PERFORM READ-AUTH.
       READ-AUTH.
           READ OPER-AUTH-FILE
           AT END MOVE 'Y' TO NO-MORE-AUTH-SW.

       OPEN-MAINT-FILES.
           OPEN INPUT AUTH-TXN-FILE.
           IF WS-FS-AUTHTXN NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUTH-TXN-FILE - STATUS '
                  WS-FS-AUTHTXN
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           IF WS-FS-AUTHRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT-REPORT-FILE - STATUS '
                  WS-FS-AUTHRPT
               STOP RUN
           END-IF.

       READ-TXN.
           READ AUTH-TXN-FILE INTO AUTH-TXN-REC
           AT END MOVE 'Y' TO NO-MORE-TXNS-SW.

       APPLY-TXN.
           ADD 1 TO TXNS-READ-CT.
           MOVE 'N' TO TXN-ERROR-SW.
           PERFORM WRITE-TXN-LINE.
           IF AX-OPER-ID = SPACES
               MOVE 'OPERATOR ID MISSING' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               PERFORM FIND-OPERATOR
               IF AX-ACTION = 'A'
                   PERFORM APPLY-ADD
               ELSE
                   IF AX-ACTION = 'C'
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF AX-ACTION = 'S'
                           PERFORM APPLY-SUSPEND
                       ELSE
                           IF AX-ACTION = 'U'
                               PERFORM APPLY-REINSTATE
                           ELSE
                             IF AX-ACTION = 'R'
                                 PERFORM APPLY-REVOKE
                             ELSE
                                 MOVE 'ACTION CODE NOT A, C, S, U OR R'
                                    TO RPT-REJ-REASON
                                 PERFORM REJECT-TXN
                             END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               ADD 1 TO TXNS-APPLIED-CT
           END-IF.
           PERFORM READ-TXN.

       APPLY-ADD.
           IF AT-MATCH-IDX > 0
               MOVE 'OPERATOR ID ALREADY ON FILE' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED AND AX-OPER-NAME = SPACES
               MOVE 'OPERATOR NAME MISSING' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED
              AND AX-ACCESS-LEVEL NOT = 'I'
              AND AX-ACCESS-LEVEL NOT = 'M'
               MOVE 'ACCESS LEVEL NOT I OR M' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED
               PERFORM CHECK-NEW-PASSWORD
           END-IF.
           IF NOT TXN-REJECTED AND AX-EXPIRY-DATE NOT = SPACES
               PERFORM CHECK-EXPIRY-DATE
           END-IF.
           IF NOT TXN-REJECTED
               IF AT-COUNT NOT < AT-MAX-ENTRIES
                   MOVE 'OPERATOR TABLE FULL' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   ADD 1 TO AT-COUNT
                   MOVE AT-COUNT TO AT-MATCH-IDX
                   MOVE SPACES TO OPER-AUTH-REC
                   MOVE AX-OPER-ID TO AU-OPER-ID
                   MOVE AX-OPER-NAME TO AU-OPER-NAME
                   MOVE AX-ACCESS-LEVEL TO AU-ACCESS-LEVEL
                   MOVE 'A' TO AU-STATUS
                   MOVE AX-EXPIRY-DATE TO AU-EXPIRY-DATE
                   MOVE 0 TO AU-FAILED-CT
                   PERFORM SET-PASSWORD-HASH
                   MOVE OPER-AUTH-REC TO AT-ENTRY (AT-MATCH-IDX)
                   PERFORM WRITE-BEFORE-BLANK
                   MOVE '(NEW)  ' TO RPT-OPER-TAG
                   PERFORM WRITE-OPER-IMAGE
               END-IF
           END-IF.

       APPLY-CHANGE.
           PERFORM CHECK-OPERATOR-CURRENT.
           IF NOT TXN-REJECTED AND AX-ACCESS-LEVEL NOT = SPACE
              AND AX-ACCESS-LEVEL NOT = 'I'
              AND AX-ACCESS-LEVEL NOT = 'M'
               MOVE 'ACCESS LEVEL NOT I OR M' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED AND AX-PASSWORD NOT = SPACES
               PERFORM CHECK-NEW-PASSWORD
           END-IF.
           IF NOT TXN-REJECTED AND AX-EXPIRY-DATE NOT = SPACES
              AND AX-EXPIRY-DATE NOT = 'NONE'
               PERFORM CHECK-EXPIRY-DATE
           END-IF.
           IF NOT TXN-REJECTED
               MOVE 'BEFORE ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
               IF AX-OPER-NAME NOT = SPACES
                   MOVE AX-OPER-NAME TO AU-OPER-NAME
               END-IF
               IF AX-ACCESS-LEVEL NOT = SPACE
                   MOVE AX-ACCESS-LEVEL TO AU-ACCESS-LEVEL
               END-IF
               IF AX-PASSWORD NOT = SPACES
                   PERFORM SET-PASSWORD-HASH
               END-IF
               IF AX-EXPIRY-DATE = 'NONE'
                   MOVE SPACES TO AU-EXPIRY-DATE
               ELSE
                   IF AX-EXPIRY-DATE NOT = SPACES
                       MOVE AX-EXPIRY-DATE TO AU-EXPIRY-DATE
                   END-IF
               END-IF
               MOVE OPER-AUTH-REC TO AT-ENTRY (AT-MATCH-IDX)
               MOVE 'AFTER  ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
           END-IF.

       APPLY-SUSPEND.
           PERFORM CHECK-OPERATOR-CURRENT.
           IF NOT TXN-REJECTED AND AU-SUSPENDED
               MOVE 'OPERATOR ALREADY SUSPENDED' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED
               MOVE 'BEFORE ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
               MOVE 'S' TO AU-STATUS
               MOVE OPER-AUTH-REC TO AT-ENTRY (AT-MATCH-IDX)
               MOVE 'AFTER  ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
           END-IF.

       APPLY-REINSTATE.
           PERFORM CHECK-OPERATOR-CURRENT.
           IF NOT TXN-REJECTED
              AND NOT AU-SUSPENDED AND NOT AU-LOCKED
               MOVE 'OPERATOR NOT SUSPENDED OR LOCKED' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED
               MOVE 'BEFORE ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
               MOVE 'A' TO AU-STATUS
               MOVE 0 TO AU-FAILED-CT
               MOVE OPER-AUTH-REC TO AT-ENTRY (AT-MATCH-IDX)
               MOVE 'AFTER  ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
           END-IF.

       APPLY-REVOKE.
           PERFORM CHECK-OPERATOR-CURRENT.
           IF NOT TXN-REJECTED
               MOVE 'BEFORE ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
               MOVE 'R' TO AU-STATUS
               MOVE 0 TO AU-PASSWORD-HASH
               MOVE 0 TO AU-FAILED-CT
               MOVE OPER-AUTH-REC TO AT-ENTRY (AT-MATCH-IDX)
               MOVE 'AFTER  ' TO RPT-OPER-TAG
               PERFORM WRITE-OPER-IMAGE
           END-IF.

       CHECK-OPERATOR-CURRENT.
           IF AT-MATCH-IDX = 0
               MOVE 'OPERATOR ID NOT ON FILE' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               MOVE AT-ENTRY (AT-MATCH-IDX) TO OPER-AUTH-REC
               IF AU-REVOKED
                   MOVE 'OPERATOR ID REVOKED' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               END-IF
           END-IF.

       CHECK-NEW-PASSWORD.
           MOVE 0 TO PASSWORD-LEN.
           INSPECT AX-PASSWORD TALLYING PASSWORD-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF PASSWORD-LEN < MIN-PASSWORD-LEN
               MOVE 'PASSWORD UNDER 6 CHARACTERS OR HAS A SPACE'
                  TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               IF AX-PASSWORD = AX-OPER-ID
                   MOVE 'PASSWORD SAME AS OPERATOR ID'
                      TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               END-IF
           END-IF.
       CHECK-EXPIRY-DATE.
           IF AX-EXPIRY-DATE NOT NUMERIC
               MOVE 'EXPIRY DATE NOT NUMERIC' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               IF AX-EXPIRY-DATE < WS-RUN-DATE
                   MOVE 'EXPIRY DATE ALREADY PAST' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               END-IF
           END-IF.
       SET-PASSWORD-HASH.
           MOVE AX-OPER-ID TO OPER-ID.
           MOVE AX-PASSWORD TO OPER-PASSWORD.
           PERFORM COMPUTE-PASSWORD-HASH.
           MOVE HASH-ACC TO AU-PASSWORD-HASH.
           MOVE WS-RUN-DATE TO AU-PASSWORD-DATE.

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

       FIND-OPERATOR.
           MOVE 0 TO AT-MATCH-IDX.
           PERFORM TEST-OPERATOR VARYING ATX FROM 1 BY 1
              UNTIL ATX > AT-COUNT OR AT-MATCH-IDX > 0.
       TEST-OPERATOR.
           MOVE AT-ENTRY (ATX) TO OPER-AUTH-REC.
           IF AU-OPER-ID = AX-OPER-ID
               MOVE ATX TO AT-MATCH-IDX.

       REJECT-TXN.
           MOVE 'Y' TO TXN-ERROR-SW.
           ADD 1 TO TXNS-REJECTED-CT.
           MOVE RPT-REJ-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TXN-LINE.
           MOVE TXNS-READ-CT TO RPT-TXN-NO.
           MOVE AX-ACTION TO RPT-TXN-ACTION.
           MOVE AX-OPER-ID TO RPT-TXN-OPER-ID.
           MOVE RPT-TXN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-BEFORE-BLANK.
           MOVE 'BEFORE ' TO RPT-OPER-TAG.
           MOVE '(NO PRIOR OPERATOR)' TO RPT-OPER-NAME.
           MOVE SPACES TO RPT-OPER-LEVEL.
           MOVE SPACES TO RPT-OPER-STATUS.
           MOVE SPACES TO RPT-OPER-PW-DATE.
           MOVE SPACES TO RPT-OPER-EXPIRY.
           MOVE SPACES TO RPT-OPER-FAILED.
           MOVE RPT-OPER-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-OPER-IMAGE.
           MOVE AU-OPER-NAME TO RPT-OPER-NAME.
           MOVE AU-ACCESS-LEVEL TO RPT-OPER-LEVEL.
           MOVE AU-STATUS TO RPT-OPER-STATUS.
           MOVE AU-PASSWORD-DATE TO RPT-OPER-PW-DATE.
           MOVE AU-EXPIRY-DATE TO RPT-OPER-EXPIRY.
           MOVE AU-FAILED-CT TO RPT-OPER-FAILED.
           MOVE RPT-OPER-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-NEW-AUTH.
           OPEN OUTPUT NEW-AUTH-FILE.
           IF WS-FS-NEWAUTH NOT = '00'
               DISPLAY 'UNABLE TO OPEN NEW-AUTH-FILE - STATUS '
                  WS-FS-NEWAUTH
               STOP RUN
           END-IF.
           PERFORM WRITE-ONE-OPER VARYING ATX FROM 1 BY 1
              UNTIL ATX > AT-COUNT.
           CLOSE NEW-AUTH-FILE.
       WRITE-ONE-OPER.
           MOVE AT-ENTRY (ATX) TO OPER-AUTH-REC.
           IF AU-REVOKED
               ADD 1 TO OPERS-REVOKED-CT
           ELSE
               IF AU-ACTIVE
                   ADD 1 TO OPERS-ACTIVE-CT
               ELSE
                   ADD 1 TO OPERS-HELD-CT
               END-IF
           END-IF.
           WRITE NEW-AUTH-RECORD FROM AT-ENTRY (ATX).
           IF WS-FS-NEWAUTH NOT = '00'
               DISPLAY 'ERROR WRITING NEW-AUTH-FILE - STATUS '
                  WS-FS-NEWAUTH
               STOP RUN
           END-IF.
           ADD 1 TO OPERS-WRITTEN-CT.

       WRITE-REPORT-LINE.
           WRITE AUDIT-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-AUTHRPT NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-REPORT-FILE - STATUS '
                  WS-FS-AUTHRPT
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'OPERATORS LOADED'      TO RPT-TOTAL-TEXT.
           MOVE OPERS-LOADED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS READ'     TO RPT-TOTAL-TEXT.
           MOVE TXNS-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS APPLIED'  TO RPT-TOTAL-TEXT.
           MOVE TXNS-APPLIED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO RPT-TOTAL-TEXT.
           MOVE TXNS-REJECTED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPERATORS WRITTEN'     TO RPT-TOTAL-TEXT.
           MOVE OPERS-WRITTEN-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACTIVE'                TO RPT-TOTAL-TEXT.
           MOVE OPERS-ACTIVE-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'SUSPENDED OR LOCKED'   TO RPT-TOTAL-TEXT.
           MOVE OPERS-HELD-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REVOKED'               TO RPT-TOTAL-TEXT.
           MOVE OPERS-REVOKED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
