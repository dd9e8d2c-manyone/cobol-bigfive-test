               ASSIGN TO UT-S-EMPMST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMST.

           SELECT CONSENT-FILE
               ASSIGN TO UT-S-CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-EMP-ID
               FILE STATUS IS WS-FS-CONSENT.
       DATA DIVISION.
       FILE SECTION.

       01  EMPL-MASTER-RECORD.
           03  FILLER PIC X(80).

       FD  CONSENT-FILE
              RECORD CONTAINS 80 CHARACTERS
              RECORDING MODE IS F.

       01  CONSENT-RECORD.
           03  CNF-EMP-ID          PIC X(10).
           03  FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5ANSR.
           COPY BIG5EMPL.
           COPY BIG5CNST.

       01  WS-FS-ANSWERS   PIC X(02).
       01  WS-FS-CLEAN     PIC X(02).
       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-NORMS     PIC X(02).
       01  WS-FS-EDITRPT   PIC X(02).
       01  WS-FS-CONSENT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-BIGFIVE-SW PIC X VALUE SPACE.
                  WS-FS-EDITRPT
               STOP RUN
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONSENT-FILE - STATUS '
                  WS-FS-CONSENT ' - EDIT ABORTED'
               STOP RUN
           END-IF.
       CLOSE-EDIT-FILES.
           CLOSE ANSWERS-FILE.
           CLOSE CLEAN-ANSWERS-FILE.
           CLOSE REJECT-ANSWERS-FILE.
           CLOSE EDIT-REPORT-FILE.
           CLOSE CONSENT-FILE.

       READ-ANSWERS.
           READ ANSWERS-FILE INTO ANSWER-SHEET
           MOVE 'N' TO REJECT-SHEET-SW.
           PERFORM CHECK-RESP-ID.
           PERFORM CHECK-EMPLOYEE-MASTER.
           PERFORM CHECK-CONSENT.
           PERFORM CHECK-DEMOGRAPHICS.
           PERFORM CHECK-FORM-CODE.
           PERFORM CHECK-ANSWER-VALUES.
               END-IF
           END-IF.

      *****************************************************************
      *  CONSENT MUST BE IN FORCE ON THE EDIT DATE - GIVEN, NOT
      *  WITHDRAWN AND NOT EXPIRED - OR THE SHEET IS NOT PASSED ON.
      *****************************************************************
       CHECK-CONSENT.
           IF AF-RESP-ID NOT = SPACES
               MOVE AF-RESP-ID TO CNF-EMP-ID
               READ CONSENT-FILE INTO CONSENT-REC
                   INVALID KEY CONTINUE
               END-READ
               IF WS-FS-CONSENT NOT = '00'
                   PERFORM REJECT-WITH-REASON
                   MOVE 'NO CONSENT ON REGISTER' TO RPT-SHEET-TEXT
                   PERFORM WRITE-SHEET-LINE
               ELSE
                   PERFORM CHECK-CONSENT-DATES
               END-IF
           END-IF.
       CHECK-CONSENT-DATES.
           IF CN-CONSENT-DATE = SPACES
              OR CN-CONSENT-DATE > WS-RUN-DATE
               PERFORM REJECT-WITH-REASON
               MOVE 'CONSENT NOT YET EFFECTIVE' TO RPT-SHEET-TEXT
               PERFORM WRITE-SHEET-LINE
           ELSE
               IF CN-WITHDRAW-DATE NOT = SPACES
                  AND CN-WITHDRAW-DATE NOT > WS-RUN-DATE
                   PERFORM REJECT-WITH-REASON
                   MOVE SPACES TO RPT-SHEET-TEXT
                   STRING 'CONSENT WITHDRAWN ' CN-WITHDRAW-DATE
                      DELIMITED BY SIZE INTO RPT-SHEET-TEXT
                   PERFORM WRITE-SHEET-LINE
               ELSE
                   IF CN-EXPIRY-DATE NOT = SPACES
                      AND CN-EXPIRY-DATE < WS-RUN-DATE
                       PERFORM REJECT-WITH-REASON
                       MOVE SPACES TO RPT-SHEET-TEXT
                       STRING 'CONSENT EXPIRED ' CN-EXPIRY-DATE
                          DELIMITED BY SIZE INTO RPT-SHEET-TEXT
                       PERFORM WRITE-SHEET-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-DEMOGRAPHICS.
           MOVE 'N' TO VALUE-FOUND-SW.
           PERFORM TEST-VALID-BAND VARYING NMX FROM 1 BY 1
