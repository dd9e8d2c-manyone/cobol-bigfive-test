       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNSTMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONSENT-TXN-FILE
               ASSIGN TO UT-S-CNSTTRN
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CNSTTRN.

           SELECT CONSENT-FILE
               ASSIGN TO UT-S-CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNF-EMP-ID
               FILE STATUS IS WS-FS-CONSENT.

           SELECT CONSENT-REPORT-FILE
               ASSIGN TO UT-S-CNSTRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CNSTRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  CONSENT-TXN-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONSENT-TXN-RECORD.
           03 FILLER PIC X(80).

       FD  CONSENT-FILE
              RECORD CONTAINS 80 CHARACTERS
              RECORDING MODE IS F.

       01  CONSENT-RECORD.
           03  CNF-EMP-ID          PIC X(10).
           03  FILLER              PIC X(70).

       FD  CONSENT-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONSENT-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5CNST.

       01  WS-FS-CNSTTRN   PIC X(02).
       01  WS-FS-CONSENT   PIC X(02).
       01  WS-FS-CNSTRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  FILLER REDEFINES WS-RUN-DATE.
           03  WS-RUN-YYYY PIC 9(04).
           03  WS-RUN-MM   PIC 9(02).
           03  WS-RUN-DD   PIC 9(02).
       01  EOF-FLAGS.
           03 NO-MORE-TXNS-SW PIC X VALUE SPACE.
               88 NO-MORE-TXNS VALUE 'Y'.
           03 NO-MORE-CONSENT-SW PIC X VALUE SPACE.
               88 NO-MORE-CONSENT VALUE 'Y'.

       01  TXN-ERROR-SW PIC X VALUE 'N'.
           88  TXN-REJECTED VALUE 'Y'.
       01  CONSENT-ON-FILE-SW PIC X VALUE 'N'.
           88  CONSENT-ON-FILE VALUE 'Y'.

       01  EXPIRY-DATE-WORK PIC X(08).
       01  FILLER REDEFINES EXPIRY-DATE-WORK.
           03  EX-YYYY PIC 9(04).
           03  EX-MM   PIC 9(02).
           03  EX-DD   PIC 9(02).
      *****************************************************************
      *  DAYS TO EXPIRY ARE APPROXIMATED (YEARS*365 + MONTHS*30 + DAYS)
      *  AS IN CKPTAGE - CLOSE ENOUGH FOR A 30-DAY RENEWAL WARNING.
      *****************************************************************
       01  EXPIRY-WARNING-DAYS PIC S9(07) COMP-3 VALUE 30.
       01  TODAY-DAYS   PIC S9(07) COMP-3.
       01  EXPIRY-DAYS  PIC S9(07) COMP-3.
       01  DAYS-LEFT    PIC S9(07) COMP-3.

       01  COUNTS-AREA.
           03  TXNS-READ-CT      PIC 9(05) VALUE 0.
           03  TXNS-APPLIED-CT   PIC 9(05) VALUE 0.
           03  TXNS-REJECTED-CT  PIC 9(05) VALUE 0.
           03  CONSENTS-READ-CT  PIC 9(05) VALUE 0.
           03  EXPIRING-CT       PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(47) VALUE
               'CONSENT MAINTENANCE - AUDIT LISTING - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(77) VALUE SPACES.
       01  RPT-TXN-LINE.
           03  FILLER PIC X(04) VALUE 'TXN '.
           03  RPT-TXN-NO PIC ZZZZ9.
           03  FILLER PIC X(09) VALUE '  ACTION '.
           03  RPT-TXN-ACTION PIC X(01).
           03  FILLER PIC X(11) VALUE '  EMPLOYEE '.
           03  RPT-TXN-EMP-ID PIC X(10).
           03  FILLER PIC X(92) VALUE SPACES.
       01  RPT-CONSENT-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-CONSENT-TAG PIC X(07).
           03  FILLER PIC X(08) VALUE 'CONSENT '.
           03  RPT-CONSENT-DATE PIC X(08).
           03  FILLER PIC X(08) VALUE '  SCOPE '.
           03  RPT-CONSENT-SCOPE PIC X(01).
           03  FILLER PIC X(09) VALUE '  EXPIRY '.
           03  RPT-CONSENT-EXPIRY PIC X(08).
           03  FILLER PIC X(12) VALUE '  WITHDRAWN '.
           03  RPT-CONSENT-WITHDRAWN PIC X(08).
           03  FILLER PIC X(09) VALUE '  POSTED '.
           03  RPT-CONSENT-POSTED PIC X(08).
           03  FILLER PIC X(45) VALUE SPACES.
       01  RPT-REJ-LINE.
           03  FILLER PIC X(13) VALUE '  REJECTED - '.
           03  RPT-REJ-REASON PIC X(45).
           03  FILLER PIC X(74) VALUE SPACES.
       01  RPT-SECTION-LINE.
           03  FILLER PIC X(35) VALUE
               'CONSENTS EXPIRING WITHIN 30 DAYS OF'.
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-SECTION-DATE PIC X(08).
           03  FILLER PIC X(88) VALUE SPACES.
       01  RPT-EXPIRY-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-EXPIRY-EMP-ID PIC X(10).
           03  FILLER PIC X(10) VALUE '  CONSENT '.
           03  RPT-EXPIRY-CONSENT PIC X(08).
           03  FILLER PIC X(08) VALUE '  SCOPE '.
           03  RPT-EXPIRY-SCOPE PIC X(01).
           03  FILLER PIC X(10) VALUE '  EXPIRES '.
           03  RPT-EXPIRY-DATE PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-EXPIRY-DAYS PIC ZZ9.
           03  FILLER PIC X(10) VALUE ' DAYS LEFT'.
           03  FILLER PIC X(60) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-DAYS = WS-RUN-YYYY * 365
              + WS-RUN-MM * 30 + WS-RUN-DD.
           PERFORM OPEN-MAINT-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-TXN.
           PERFORM APPLY-TXN UNTIL NO-MORE-TXNS.
           CLOSE CONSENT-TXN-FILE.
           PERFORM LIST-EXPIRING-CONSENTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CONSENT-FILE.
           CLOSE CONSENT-REPORT-FILE.
           DISPLAY 'CONSENT MAINTENANCE COMPLETE - READ '
              TXNS-READ-CT ' APPLIED ' TXNS-APPLIED-CT
              ' REJECTED ' TXNS-REJECTED-CT
              ' EXPIRING ' EXPIRING-CT.
           GOBACK.

       OPEN-MAINT-FILES.
           OPEN INPUT CONSENT-TXN-FILE.
           IF WS-FS-CNSTTRN NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONSENT-TXN-FILE - STATUS '
                  WS-FS-CNSTTRN
               STOP RUN
           END-IF.
           OPEN I-O CONSENT-FILE.
           IF WS-FS-CONSENT = '35'
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONSENT-FILE - STATUS '
                  WS-FS-CONSENT
               STOP RUN
           END-IF.
           OPEN OUTPUT CONSENT-REPORT-FILE.
           IF WS-FS-CNSTRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONSENT-REPORT-FILE - STATUS '
                  WS-FS-CNSTRPT
               STOP RUN
           END-IF.

       READ-TXN.
           READ CONSENT-TXN-FILE INTO CONSENT-TXN-REC
           AT END MOVE 'Y' TO NO-MORE-TXNS-SW.

       APPLY-TXN.
           ADD 1 TO TXNS-READ-CT.
           MOVE 'N' TO TXN-ERROR-SW.
           PERFORM WRITE-TXN-LINE.
           IF CX-EMP-ID = SPACES
               MOVE 'EMPLOYEE ID MISSING' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               PERFORM READ-CONSENT-RECORD
               IF CX-ACTION = 'A'
                   PERFORM APPLY-ADD
               ELSE
                   IF CX-ACTION = 'C'
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF CX-ACTION = 'W'
                           PERFORM APPLY-WITHDRAW
                       ELSE
                           MOVE 'ACTION CODE NOT A, C OR W'
                              TO RPT-REJ-REASON
                           PERFORM REJECT-TXN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               ADD 1 TO TXNS-APPLIED-CT
           END-IF.
           PERFORM READ-TXN.

       READ-CONSENT-RECORD.
           MOVE CX-EMP-ID TO CNF-EMP-ID.
           READ CONSENT-FILE INTO CONSENT-REC
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-CONSENT = '00'
               MOVE 'Y' TO CONSENT-ON-FILE-SW
           ELSE
               MOVE 'N' TO CONSENT-ON-FILE-SW
           END-IF.

       APPLY-ADD.
           IF CONSENT-ON-FILE
               MOVE 'CONSENT ALREADY ON REGISTER - USE C'
                  TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               PERFORM CHECK-CONSENT-FIELDS
           END-IF.
           IF NOT TXN-REJECTED
               MOVE SPACES TO CONSENT-REC
               PERFORM SET-CONSENT-FIELDS
               PERFORM WRITE-BEFORE-BLANK
               WRITE CONSENT-RECORD FROM CONSENT-REC
               END-WRITE
               PERFORM CHECK-CONSENT-UPDATE
               PERFORM WRITE-AFTER-LINE
           END-IF.

      *****************************************************************
      *  A CHANGE RESTATES THE WHOLE CONSENT - RENEWAL, NEW SCOPE OR
      *  NEW EXPIRY - AND SO CLEARS ANY EARLIER WITHDRAWAL.  THE
      *  BEFORE IMAGE ON THE AUDIT KEEPS THE STATEMENT IT REPLACED.
      *****************************************************************
       APPLY-CHANGE.
           IF NOT CONSENT-ON-FILE
               MOVE 'NO CONSENT ON REGISTER - USE A'
                  TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               PERFORM CHECK-CONSENT-FIELDS
           END-IF.
           IF NOT TXN-REJECTED
               PERFORM WRITE-BEFORE-LINE
               PERFORM SET-CONSENT-FIELDS
               REWRITE CONSENT-RECORD FROM CONSENT-REC
               END-REWRITE
               PERFORM CHECK-CONSENT-UPDATE
               PERFORM WRITE-AFTER-LINE
           END-IF.

       APPLY-WITHDRAW.
           IF NOT CONSENT-ON-FILE
               MOVE 'NO CONSENT ON REGISTER' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               IF CN-WITHDRAW-DATE NOT = SPACES
                   MOVE 'CONSENT ALREADY WITHDRAWN' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               IF CX-WITHDRAW-DATE = SPACES
                   MOVE WS-RUN-DATE TO CX-WITHDRAW-DATE
               END-IF
               IF CX-WITHDRAW-DATE NOT NUMERIC
                   MOVE 'WITHDRAWAL DATE NOT NUMERIC' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   IF CX-WITHDRAW-DATE < CN-CONSENT-DATE
                       MOVE 'WITHDRAWAL DATE BEFORE CONSENT DATE'
                          TO RPT-REJ-REASON
                       PERFORM REJECT-TXN
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               PERFORM WRITE-BEFORE-LINE
               MOVE CX-WITHDRAW-DATE TO CN-WITHDRAW-DATE
               MOVE WS-RUN-DATE TO CN-LAST-POSTED-DATE
               REWRITE CONSENT-RECORD FROM CONSENT-REC
               END-REWRITE
               PERFORM CHECK-CONSENT-UPDATE
               PERFORM WRITE-AFTER-LINE
           END-IF.

       CHECK-CONSENT-FIELDS.
           IF CX-CONSENT-DATE = SPACES
               MOVE WS-RUN-DATE TO CX-CONSENT-DATE
           END-IF.
           IF CX-CONSENT-DATE NOT NUMERIC
               MOVE 'CONSENT DATE NOT NUMERIC' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED
               IF CX-SCOPE NOT = 'R' AND CX-SCOPE NOT = 'H'
                   MOVE 'SCOPE NOT R OR H' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               END-IF
           END-IF.
           IF NOT TXN-REJECTED AND CX-EXPIRY-DATE NOT = SPACES
               IF CX-EXPIRY-DATE NOT NUMERIC
                   MOVE 'EXPIRY DATE NOT NUMERIC' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   IF CX-EXPIRY-DATE < CX-CONSENT-DATE
                       MOVE 'EXPIRY DATE BEFORE CONSENT DATE'
                          TO RPT-REJ-REASON
                       PERFORM REJECT-TXN
                   END-IF
               END-IF
           END-IF.
       SET-CONSENT-FIELDS.
           MOVE CX-EMP-ID TO CN-EMP-ID.
           MOVE CX-CONSENT-DATE TO CN-CONSENT-DATE.
           MOVE CX-SCOPE TO CN-SCOPE.
           MOVE CX-EXPIRY-DATE TO CN-EXPIRY-DATE.
           MOVE SPACES TO CN-WITHDRAW-DATE.
           MOVE WS-RUN-DATE TO CN-LAST-POSTED-DATE.
       CHECK-CONSENT-UPDATE.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'ERROR UPDATING CONSENT-FILE - STATUS '
                  WS-FS-CONSENT ' - EMPLOYEE ' CN-EMP-ID
               STOP RUN
           END-IF.

       REJECT-TXN.
           MOVE 'Y' TO TXN-ERROR-SW.
           ADD 1 TO TXNS-REJECTED-CT.
           MOVE RPT-REJ-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TXN-LINE.
           MOVE TXNS-READ-CT TO RPT-TXN-NO.
           MOVE CX-ACTION TO RPT-TXN-ACTION.
           MOVE CX-EMP-ID TO RPT-TXN-EMP-ID.
           MOVE RPT-TXN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-BEFORE-BLANK.
           MOVE 'BEFORE ' TO RPT-CONSENT-TAG.
           MOVE '(NONE)' TO RPT-CONSENT-DATE.
           MOVE SPACES TO RPT-CONSENT-SCOPE.
           MOVE SPACES TO RPT-CONSENT-EXPIRY.
           MOVE SPACES TO RPT-CONSENT-WITHDRAWN.
           MOVE SPACES TO RPT-CONSENT-POSTED.
           MOVE RPT-CONSENT-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-BEFORE-LINE.
           MOVE 'BEFORE ' TO RPT-CONSENT-TAG.
           PERFORM WRITE-CONSENT-IMAGE.
       WRITE-AFTER-LINE.
           MOVE 'AFTER  ' TO RPT-CONSENT-TAG.
           PERFORM WRITE-CONSENT-IMAGE.
       WRITE-CONSENT-IMAGE.
           MOVE CN-CONSENT-DATE TO RPT-CONSENT-DATE.
           MOVE CN-SCOPE TO RPT-CONSENT-SCOPE.
           MOVE CN-EXPIRY-DATE TO RPT-CONSENT-EXPIRY.
           MOVE CN-WITHDRAW-DATE TO RPT-CONSENT-WITHDRAWN.
           MOVE CN-LAST-POSTED-DATE TO RPT-CONSENT-POSTED.
           MOVE RPT-CONSENT-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  A CONSENT IS LISTED WHEN IT IS STILL IN FORCE TODAY (GIVEN,
      *  NOT WITHDRAWN) AND ITS EXPIRY FALLS WITHIN THE WARNING WINDOW,
      *  SO HR CAN COLLECT A RENEWAL BEFORE SCORING STARTS REFUSING.
      *****************************************************************
       LIST-EXPIRING-CONSENTS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-RUN-DATE TO RPT-SECTION-DATE.
           MOVE RPT-SECTION-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM START-CONSENT-SWEEP.
           PERFORM CHECK-ONE-EXPIRY UNTIL NO-MORE-CONSENT.
           IF EXPIRING-CT = 0
               MOVE '  NO CONSENTS EXPIRING IN THE NEXT 30 DAYS'
                  TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       START-CONSENT-SWEEP.
           MOVE LOW-VALUES TO CNF-EMP-ID.
           START CONSENT-FILE KEY NOT < CNF-EMP-ID
               INVALID KEY MOVE 'Y' TO NO-MORE-CONSENT-SW
           END-START.
           PERFORM READ-NEXT-CONSENT.
       READ-NEXT-CONSENT.
           IF NOT NO-MORE-CONSENT
               READ CONSENT-FILE NEXT RECORD INTO CONSENT-REC
                   AT END MOVE 'Y' TO NO-MORE-CONSENT-SW
               END-READ
           END-IF.
       CHECK-ONE-EXPIRY.
           ADD 1 TO CONSENTS-READ-CT.
           IF CN-EXPIRY-DATE NUMERIC
              AND CN-EXPIRY-DATE NOT < WS-RUN-DATE
              AND CN-CONSENT-DATE NOT > WS-RUN-DATE
              AND (CN-WITHDRAW-DATE = SPACES
                   OR CN-WITHDRAW-DATE > WS-RUN-DATE)
               MOVE CN-EXPIRY-DATE TO EXPIRY-DATE-WORK
               COMPUTE EXPIRY-DAYS = EX-YYYY * 365
                  + EX-MM * 30 + EX-DD
               COMPUTE DAYS-LEFT = EXPIRY-DAYS - TODAY-DAYS
               IF DAYS-LEFT < 0
                   MOVE 0 TO DAYS-LEFT
               END-IF
               IF DAYS-LEFT NOT > EXPIRY-WARNING-DAYS
                   PERFORM WRITE-EXPIRY-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-CONSENT.
       WRITE-EXPIRY-LINE.
           ADD 1 TO EXPIRING-CT.
           MOVE CN-EMP-ID TO RPT-EXPIRY-EMP-ID.
           MOVE CN-CONSENT-DATE TO RPT-EXPIRY-CONSENT.
           MOVE CN-SCOPE TO RPT-EXPIRY-SCOPE.
           MOVE CN-EXPIRY-DATE TO RPT-EXPIRY-DATE.
           MOVE DAYS-LEFT TO RPT-EXPIRY-DAYS.
           MOVE RPT-EXPIRY-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CONSENT-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-CNSTRPT NOT = '00'
               DISPLAY 'ERROR WRITING CONSENT-REPORT-FILE - STATUS '
                  WS-FS-CNSTRPT
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
           MOVE 'TRANSACTIONS READ'     TO RPT-TOTAL-TEXT.
           MOVE TXNS-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS APPLIED'  TO RPT-TOTAL-TEXT.
           MOVE TXNS-APPLIED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO RPT-TOTAL-TEXT.
           MOVE TXNS-REJECTED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CONSENTS ON REGISTER'  TO RPT-TOTAL-TEXT.
           MOVE CONSENTS-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EXPIRING WITHIN 30 DAYS' TO RPT-TOTAL-TEXT.
           MOVE EXPIRING-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
