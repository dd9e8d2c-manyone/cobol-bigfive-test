               ASSIGN TO UT-S-HRXOUT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXOUT.

           SELECT HRX-STATUS-FILE
               ASSIGN TO UT-S-HRXSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXSTAT.

           SELECT HRX-RESEND-FILE
               ASSIGN TO UT-S-HRXRSND
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXRSND.

           SELECT CONSENT-FILE
               ASSIGN TO UT-S-CONSENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNF-EMP-ID
               FILE STATUS IS WS-FS-CONSENT.
       DATA DIVISION.
       FILE SECTION.

       01  HRX-INTERFACE-RECORD.
           03 FILLER PIC X(100).

       FD  HRX-STATUS-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HRX-STATUS-RECORD.
           03 FILLER PIC X(80).

       FD  HRX-RESEND-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HRX-RESEND-RECORD.
           03 FILLER PIC X(80).

       FD  CONSENT-FILE
              RECORD CONTAINS 80 CHARACTERS
              RECORDING MODE IS F.

       01  CONSENT-RECORD.
           03  CNF-EMP-ID          PIC X(10).
           03  FILLER              PIC X(70).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5HSTS.
           COPY BIG5HRSQ.
           COPY BIG5CNST.

       01  WS-FS-RSLTMST   PIC X(02).
       01  WS-FS-HRXCTL    PIC X(02).
       01  WS-FS-HRXOUT    PIC X(02).
       01  WS-FS-HRXSTAT   PIC X(02).
       01  WS-FS-HRXRSND   PIC X(02).
       01  WS-FS-CONSENT   PIC X(02).
       01  HR-CONSENT-SW PIC X VALUE 'N'.
           88  HR-CONSENT-CURRENT VALUE 'Y'.
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-MASTER-SW PIC X VALUE SPACE.
               88 NO-MORE-MASTER VALUE 'Y'.
           03 NO-MORE-RESEND-SW PIC X VALUE SPACE.
               88 NO-MORE-RESEND VALUE 'Y'.

      *****************************************************************
      *  DETAILS HR REJECTED (QUEUED BY HRXACK) ARE SENT AGAIN WHEN
      *  THEIR RESULT COMES UP IN THE MASTER SWEEP, WHATEVER THE MODE.
      *****************************************************************
       01  RESEND-TABLE-AREA.
           03  RQ-COUNT    PIC 9(04) VALUE 0.
           03  RQ-MAX-ENTRIES PIC 9(04) VALUE 2000.
           03  RQ-ENTRY OCCURS 2000 TIMES.
               05  RQ-RESP-ID  PIC X(10).
               05  RQ-RUN-DATE PIC X(08).
               05  RQ-SENT-SW  PIC X(01).
       01  RESEND-LOADED-SW PIC X VALUE 'N'.
           88  RESEND-QUEUE-LOADED VALUE 'Y'.
       01  RESEND-FOUND-SW PIC X VALUE 'N'.
           88  RESEND-FOUND VALUE 'Y'.
       01  RQ-MATCH-IDX PIC 9(04).
       01  RQX PIC 9(04).

       01  PENDING-MASTER-AREA.
           03  PENDING-MASTER-REC.
           03  DETAIL-CT    PIC 9(07) VALUE 0.
           03  SKIPPED-Q-CT PIC 9(07) VALUE 0.
           03  SKIPPED-D-CT PIC 9(07) VALUE 0.
           03  SKIPPED-C-CT PIC 9(07) VALUE 0.
           03  RESENT-CT    PIC 9(07) VALUE 0.
           03  DROPPED-CT   PIC 9(07) VALUE 0.
       01  SUM-HASH-TOTAL PIC 9(09) VALUE 0.
       01  PCT-HASH-TOTAL PIC 9(09)V9 VALUE 0.
       01  MAX-EXTRACT-DATE PIC X(08) VALUE SPACES.
               STOP RUN
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           PERFORM LOAD-RESEND-QUEUE.
           PERFORM OPEN-EXTRACT-FILES.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM READ-MASTER.
           PERFORM WRITE-TRAILER-RECORD.
           CLOSE RESULTS-MASTER-FILE.
           CLOSE HRX-INTERFACE-FILE.
           CLOSE CONSENT-FILE.
           PERFORM UPDATE-CONTROL-RECORD.
           PERFORM WRITE-STATUS-RECORD.
           IF RESEND-QUEUE-LOADED
               PERFORM CLEAR-RESEND-QUEUE
           END-IF.
           PERFORM PRINT-EXTRACT-SUMMARY.
           GOBACK.

                   STOP RUN
               END-IF
           END-IF.
       LOAD-RESEND-QUEUE.
           MOVE 0 TO RQ-COUNT.
           OPEN INPUT HRX-RESEND-FILE.
           IF WS-FS-HRXRSND = '00'
               MOVE 'Y' TO RESEND-LOADED-SW
               PERFORM READ-RESEND-QUEUE
               PERFORM PROCESS-RESEND-QUEUE
                  UNTIL NO-MORE-RESEND
               CLOSE HRX-RESEND-FILE
           ELSE
               IF WS-FS-HRXRSND NOT = '35'
                   DISPLAY 'UNABLE TO OPEN HRX-RESEND-FILE - '
                      'STATUS ' WS-FS-HRXRSND ' - EXTRACT ABORTED'
                   STOP RUN
               END-IF
           END-IF.
       PROCESS-RESEND-QUEUE.
           IF RQ-COUNT NOT < RQ-MAX-ENTRIES
               DISPLAY 'HRX-RESEND-FILE EXCEEDS RESEND-TABLE-AREA '
                   'CAPACITY OF ' RQ-MAX-ENTRIES
                   ' ENTRIES - EXTRACT ABORTED'
               CLOSE HRX-RESEND-FILE
               STOP RUN
           END-IF.
           ADD 1 TO RQ-COUNT.
           MOVE HQ-RESP-ID TO RQ-RESP-ID (RQ-COUNT).
           MOVE HQ-RUN-DATE TO RQ-RUN-DATE (RQ-COUNT).
           MOVE 'N' TO RQ-SENT-SW (RQ-COUNT).
           PERFORM READ-RESEND-QUEUE.
       READ-RESEND-QUEUE.
           READ HRX-RESEND-FILE INTO HRX-RESEND-REC
           AT END MOVE 'Y' TO NO-MORE-RESEND-SW.
       FIND-RESEND-ENTRY.
           MOVE 'N' TO RESEND-FOUND-SW.
           MOVE 0 TO RQ-MATCH-IDX.
           PERFORM TEST-RESEND-ENTRY VARYING RQX FROM 1 BY 1
              UNTIL RQX > RQ-COUNT OR RESEND-FOUND.
       TEST-RESEND-ENTRY.
           IF RQ-RESP-ID (RQX) = BM-RESP-ID
              AND RQ-RUN-DATE (RQX) = BM-RUN-DATE
               MOVE 'Y' TO RESEND-FOUND-SW
               MOVE RQX TO RQ-MATCH-IDX.

       OPEN-EXTRACT-FILES.
           OPEN INPUT RESULTS-MASTER-FILE.
           IF WS-FS-RSLTMST NOT = '00'
               CLOSE RESULTS-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF WS-FS-CONSENT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONSENT-FILE - STATUS '
                  WS-FS-CONSENT ' - EXTRACT ABORTED'
               CLOSE RESULTS-MASTER-FILE
               CLOSE HRX-INTERFACE-FILE
               STOP RUN
           END-IF.
       WRITE-HEADER-RECORD.
           MOVE WS-RUN-DATE TO HH-FILE-DATE.
           COMPUTE HH-GENERATION = HC-GENERATION + 1.
           AT END MOVE 'Y' TO NO-MORE-PENDING-SW.
       EXTRACT-ONE-RESULT.
           ADD 1 TO READ-CT.
           PERFORM FIND-RESEND-ENTRY.
           IF BM-VALID-FLAG = 'Q'
               ADD 1 TO SKIPPED-Q-CT
           ELSE
               IF INCR-EXTRACT AND BM-RUN-DATE NOT > HC-LAST-DATE
                  AND NOT RESEND-FOUND
                   ADD 1 TO SKIPPED-D-CT
               ELSE
                   PERFORM CHECK-HR-CONSENT
                   IF NOT HR-CONSENT-CURRENT
                       ADD 1 TO SKIPPED-C-CT
                   ELSE
                       PERFORM WRITE-DETAIL-RECORD
                       IF RESEND-FOUND
                           ADD 1 TO RESENT-CT
                           MOVE 'Y' TO RQ-SENT-SW (RQ-MATCH-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-MASTER.
      *****************************************************************
      *  A RESULT GOES TO HR ONLY WHILE THE EMPLOYEE'S CONSENT IS IN
      *  FORCE ON THE EXTRACT DATE AND ITS SCOPE COVERS HR (SCOPE H).
      *****************************************************************
       CHECK-HR-CONSENT.
           MOVE 'N' TO HR-CONSENT-SW.
           MOVE BM-RESP-ID TO CNF-EMP-ID.
           READ CONSENT-FILE INTO CONSENT-REC
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-CONSENT = '00'
              AND CN-SCOPE-RESULTS-HR
              AND CN-CONSENT-DATE NOT = SPACES
              AND CN-CONSENT-DATE NOT > WS-RUN-DATE
              AND (CN-WITHDRAW-DATE = SPACES
                   OR CN-WITHDRAW-DATE > WS-RUN-DATE)
              AND (CN-EXPIRY-DATE = SPACES
                   OR CN-EXPIRY-DATE NOT < WS-RUN-DATE)
               MOVE 'Y' TO HR-CONSENT-SW
           END-IF.
       WRITE-DETAIL-RECORD.
           MOVE BM-RESP-ID TO HD-RESP-ID.
           MOVE BM-RUN-DATE TO HD-RUN-DATE.
       UPDATE-CONTROL-RECORD.
           ADD 1 TO HC-GENERATION.
           IF MAX-EXTRACT-DATE NOT = SPACES
              AND (HC-LAST-DATE = SPACES
                   OR MAX-EXTRACT-DATE > HC-LAST-DATE)
               MOVE MAX-EXTRACT-DATE TO HC-LAST-DATE
           END-IF.
           OPEN OUTPUT HRX-CONTROL-FILE.
           END-IF.
           CLOSE HRX-CONTROL-FILE.

      *****************************************************************
      *  EVERY GENERATION IS RECORDED AS SENT; HRXACK POSTS HR'S
      *  ACKNOWLEDGMENT AGAINST IT AND REPORTS ANY LEFT UNANSWERED.
      *****************************************************************
       WRITE-STATUS-RECORD.
           MOVE SPACES TO HRX-STATUS-REC.
           MOVE HC-GENERATION TO HS-GENERATION.
           MOVE 'S' TO HS-STATUS.
           MOVE WS-RUN-DATE TO HS-SENT-DATE.
           MOVE EXTRACT-MODE TO HS-MODE.
           MOVE DETAIL-CT TO HS-DETAIL-CT.
           MOVE SUM-HASH-TOTAL TO HS-SUM-HASH.
           MOVE PCT-HASH-TOTAL TO HS-PCT-HASH.
           MOVE 0 TO HS-LOADED-CT.
           MOVE 0 TO HS-REJECTED-CT.
           OPEN EXTEND HRX-STATUS-FILE.
           IF WS-FS-HRXSTAT = '35'
               OPEN OUTPUT HRX-STATUS-FILE
           END-IF.
           IF WS-FS-HRXSTAT NOT = '00'
               DISPLAY 'UNABLE TO OPEN HRX-STATUS-FILE - STATUS '
                  WS-FS-HRXSTAT
               STOP RUN
           END-IF.
           WRITE HRX-STATUS-RECORD FROM HRX-STATUS-REC.
           IF WS-FS-HRXSTAT NOT = '00'
               DISPLAY 'ERROR WRITING HRX-STATUS-FILE - STATUS '
                  WS-FS-HRXSTAT
               STOP RUN
           END-IF.
           CLOSE HRX-STATUS-FILE.

      *****************************************************************
      *  A QUEUED DETAIL WHOSE RESULT HAS SINCE BEEN ERASED OR FLAGGED
      *  Q, OR WHOSE EMPLOYEE NO LONGER HAS HR CONSENT, CANNOT BE SENT
      *  AGAIN - IT IS LISTED AND DROPPED WITH THE REST OF THE QUEUE.
      *****************************************************************
       CLEAR-RESEND-QUEUE.
           PERFORM LIST-UNSENT-RESEND VARYING RQX FROM 1 BY 1
              UNTIL RQX > RQ-COUNT.
           OPEN OUTPUT HRX-RESEND-FILE.
           IF WS-FS-HRXRSND NOT = '00'
               DISPLAY 'UNABLE TO CLEAR HRX-RESEND-FILE - STATUS '
                  WS-FS-HRXRSND
               STOP RUN
           END-IF.
           CLOSE HRX-RESEND-FILE.
       LIST-UNSENT-RESEND.
           IF RQ-SENT-SW (RQX) NOT = 'Y'
               ADD 1 TO DROPPED-CT
               DISPLAY 'QUEUED RESEND ' RQ-RESP-ID (RQX) ' '
                  RQ-RUN-DATE (RQX)
                  ' NOT ON MASTER, FLAGGED Q OR NO HR CONSENT'
                  ' - DROPPED'
           END-IF.

       PRINT-EXTRACT-SUMMARY.
           DISPLAY ' '.
           DISPLAY 'HR INTERFACE EXTRACT COMPLETE - MODE '
           DISPLAY '  SKIPPED (PRIOR GEN):   ' DSP-CT.
           MOVE SKIPPED-Q-CT TO DSP-CT.
           DISPLAY '  SKIPPED (VALIDITY):    ' DSP-CT.
           MOVE SKIPPED-C-CT TO DSP-CT.
           DISPLAY '  SKIPPED (NO HR CONSENT):' DSP-CT.
           MOVE RESENT-CT TO DSP-CT.
           DISPLAY '  RESENT FROM QUEUE:     ' DSP-CT.
           MOVE DROPPED-CT TO DSP-CT.
           DISPLAY '  QUEUE ENTRIES DROPPED: ' DSP-CT.
           DISPLAY '  SUM HASH TOTAL: ' HT-SUM-HASH
              '  PCT HASH TOTAL: ' HT-PCT-HASH.
