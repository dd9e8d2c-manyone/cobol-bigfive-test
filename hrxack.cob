       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRXACK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HRX-ACK-FILE
               ASSIGN TO UT-S-HRXACK
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXACK.

           SELECT HRX-STATUS-FILE
               ASSIGN TO UT-S-HRXSTAT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXSTAT.

           SELECT HRX-RESEND-FILE
               ASSIGN TO UT-S-HRXRSND
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXRSND.

           SELECT BIG5-RESULTS-FILE
               ASSIGN TO UT-S-RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRF-KEY
               FILE STATUS IS WS-FS-RESULTS.

           SELECT ACK-REPORT-FILE
               ASSIGN TO UT-S-HRXARPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HRXARPT.
       DATA DIVISION.
       FILE SECTION.

       FD  HRX-ACK-FILE
              RECORD CONTAINS 100 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HRX-ACK-RECORD.
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

       FD  BIG5-RESULTS-FILE
              RECORD CONTAINS 120 CHARACTERS
              RECORDING MODE IS F.

       01  BIG5-RESULTS-RECORD.
           03  BRF-KEY.
               05  BRF-RESP-ID     PIC X(10).
               05  BRF-RUN-DATE    PIC X(08).
               05  BRF-ATTEMPT-SEQ PIC X(02).
           03  FILLER              PIC X(100).

       FD  ACK-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACK-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5HACK.
           COPY BIG5HSTS.
           COPY BIG5HRSQ.

       01  WS-FS-HRXACK    PIC X(02).
       01  WS-FS-HRXSTAT   PIC X(02).
       01  WS-FS-HRXRSND   PIC X(02).
       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-HRXARPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  FILLER REDEFINES WS-RUN-DATE.
           03  WS-RUN-YYYY PIC 9(04).
           03  WS-RUN-MM   PIC 9(02).
           03  WS-RUN-DD   PIC 9(02).
       01  EOF-FLAGS.
           03 NO-MORE-ACK-SW PIC X VALUE SPACE.
               88 NO-MORE-ACK VALUE 'Y'.
           03 NO-MORE-STATUS-SW PIC X VALUE SPACE.
               88 NO-MORE-STATUS VALUE 'Y'.
           03 NO-MORE-MATCHES-SW PIC X VALUE SPACE.
               88 NO-MORE-MATCHES VALUE 'Y'.

       01  ACK-DAYS-X PIC X(02).
       01  FILLER REDEFINES ACK-DAYS-X.
           03  ACK-DAYS PIC 9(02).
       01  ACK-FILE-SW PIC X VALUE 'N'.
           88  ACK-FILE-PRESENT VALUE 'Y'.

       01  STATUS-TABLE-AREA.
           03  ST-COUNT    PIC 9(04) VALUE 0.
           03  ST-MAX-ENTRIES PIC 9(04) VALUE 2000.
           03  ST-ENTRY OCCURS 2000 TIMES.
               05  ST-GENERATION PIC 9(05).
               05  ST-IMAGE      PIC X(80).
       01  STATUS-FOUND-SW PIC X VALUE 'N'.
           88  STATUS-FOUND VALUE 'Y'.
       01  ST-MATCH-IDX PIC 9(04).
       01  STX PIC 9(04).

      *****************************************************************
      *  THE GENERATION WHOSE ACKNOWLEDGMENT HEADER WAS READ LAST.
      *  ITS REJECT RECORDS FOLLOW IT, AND ITS STATUS IS SETTLED WHEN
      *  THE NEXT HEADER OR END OF FILE IS REACHED.
      *****************************************************************
       01  ACK-GEN-AREA.
           03  ACK-GEN-SW       PIC X VALUE 'N'.
               88  ACK-GEN-ACTIVE VALUE 'Y'.
           03  ACK-GENERATION   PIC 9(05) VALUE 0.
           03  ACK-RECEIVED-CT  PIC 9(07).
           03  ACK-SUM-HASH     PIC 9(09).
           03  ACK-PCT-HASH     PIC 9(09)V9.
           03  ACK-REJECT-SEEN  PIC 9(07).

       01  CK-DATE-WORK PIC X(08).
       01  FILLER REDEFINES CK-DATE-WORK.
           03  CK-YYYY PIC 9(04).
           03  CK-MM   PIC 9(02).
           03  CK-DD   PIC 9(02).
      *****************************************************************
      *  AGE IS APPROXIMATED IN DAYS (YEARS*365 + MONTHS*30 + DAYS) -
      *  THE SAME RULE CKPTAGE USES.
      *****************************************************************
       01  TODAY-DAYS   PIC S9(07) COMP-3.
       01  SENT-DAYS    PIC S9(07) COMP-3.
       01  AGE-DAYS     PIC S9(07) COMP-3.

       01  COUNTS-AREA.
           03  ACK-READ-CT      PIC 9(05) VALUE 0.
           03  ACKNOWLEDGED-CT  PIC 9(05) VALUE 0.
           03  PART-REJECTED-CT PIC 9(05) VALUE 0.
           03  OUT-OF-BAL-CT    PIC 9(05) VALUE 0.
           03  QUEUED-CT        PIC 9(05) VALUE 0.
           03  NOT-QUEUED-CT    PIC 9(05) VALUE 0.
           03  IGNORED-CT       PIC 9(05) VALUE 0.
           03  OVERDUE-CT       PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(49) VALUE
               'HR INTERFACE ACKNOWLEDGMENT REPORT - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(75) VALUE SPACES.
       01  RPT-GEN-LINE.
           03  FILLER PIC X(11) VALUE 'GENERATION '.
           03  RPT-GEN-NUMBER PIC 9(05).
           03  FILLER PIC X(07) VALUE '  SENT '.
           03  RPT-GEN-SENT PIC X(08).
           03  FILLER PIC X(10) VALUE '  DETAILS '.
           03  RPT-GEN-DETAILS PIC ZZZZZZ9.
           03  FILLER PIC X(12) VALUE '  HR LOADED '.
           03  RPT-GEN-LOADED PIC ZZZZZZ9.
           03  FILLER PIC X(11) VALUE '  REJECTED '.
           03  RPT-GEN-REJECTED PIC ZZZZZZ9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-GEN-STATUS PIC X(20).
           03  FILLER PIC X(25) VALUE SPACES.
       01  RPT-REJECT-LINE.
           03  FILLER PIC X(13) VALUE '    REJECTED '.
           03  RPT-REJ-RESP-ID PIC X(10).
           03  FILLER PIC X(06) VALUE '  RUN '.
           03  RPT-REJ-RUN-DATE PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-REJ-CODE PIC X(04).
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-REJ-TEXT PIC X(40).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-REJ-ACTION PIC X(36).
           03  FILLER PIC X(10) VALUE SPACES.
       01  RPT-NOTE-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-NOTE-TEXT PIC X(60).
           03  FILLER PIC X(70) VALUE SPACES.
       01  RPT-OVERDUE-HEAD.
           03  FILLER PIC X(33) VALUE
               'GENERATIONS UNACKNOWLEDGED AFTER '.
           03  RPT-OVERDUE-DAYS PIC Z9.
           03  FILLER PIC X(05) VALUE ' DAYS'.
           03  FILLER PIC X(92) VALUE SPACES.
       01  RPT-OVERDUE-LINE.
           03  FILLER PIC X(11) VALUE 'GENERATION '.
           03  RPT-OVD-NUMBER PIC 9(05).
           03  FILLER PIC X(07) VALUE '  SENT '.
           03  RPT-OVD-SENT PIC X(08).
           03  FILLER PIC X(07) VALUE '  MODE '.
           03  RPT-OVD-MODE PIC X(01).
           03  FILLER PIC X(10) VALUE '  DETAILS '.
           03  RPT-OVD-DETAILS PIC ZZZZZZ9.
           03  FILLER PIC X(06) VALUE '  AGE '.
           03  RPT-OVD-AGE PIC ZZZZ9.
           03  FILLER PIC X(05) VALUE ' DAYS'.
           03  FILLER PIC X(60) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'DAYS ALLOWED FOR HR ACKNOWLEDGMENT (BLANK=03):'.
           ACCEPT ACK-DAYS-X.
           IF ACK-DAYS-X = SPACES
               MOVE '03' TO ACK-DAYS-X
           END-IF.
           IF ACK-DAYS-X NOT NUMERIC
               DISPLAY 'DAYS ALLOWED ' ACK-DAYS-X
                  ' NOT VALID - RUN ABORTED'
               STOP RUN
           END-IF.
           COMPUTE TODAY-DAYS = WS-RUN-YYYY * 365
              + WS-RUN-MM * 30 + WS-RUN-DD.
           PERFORM LOAD-STATUS-FILE.
           PERFORM OPEN-ACK-FILES.
           PERFORM WRITE-REPORT-HEADING.
           IF ACK-FILE-PRESENT
               PERFORM READ-ACK
               PERFORM PROCESS-ACK-RECORD UNTIL NO-MORE-ACK
               IF ACK-GEN-ACTIVE
                   PERFORM FINISH-ACK-GENERATION
               END-IF
               CLOSE HRX-ACK-FILE
               CLOSE HRX-RESEND-FILE
               CLOSE BIG5-RESULTS-FILE
               PERFORM REWRITE-STATUS-FILE
           END-IF.
           PERFORM LIST-OVERDUE-GENERATIONS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ACK-REPORT-FILE.
           DISPLAY 'HR ACKNOWLEDGMENT COMPLETE - READ ' ACK-READ-CT
              ' QUEUED ' QUEUED-CT ' OVERDUE ' OVERDUE-CT.
           GOBACK.

       LOAD-STATUS-FILE.
           MOVE 0 TO ST-COUNT.
           OPEN INPUT HRX-STATUS-FILE.
           IF WS-FS-HRXSTAT = '00'
               PERFORM READ-STATUS
               PERFORM PROCESS-STATUS UNTIL NO-MORE-STATUS
               CLOSE HRX-STATUS-FILE
           ELSE
               IF WS-FS-HRXSTAT = '35'
                   DISPLAY 'HRX-STATUS-FILE NOT FOUND - '
                      'NO GENERATIONS SENT'
               ELSE
                   DISPLAY 'UNABLE TO OPEN HRX-STATUS-FILE - STATUS '
                      WS-FS-HRXSTAT
                   STOP RUN
               END-IF
           END-IF.
       PROCESS-STATUS.
           IF ST-COUNT NOT < ST-MAX-ENTRIES
               DISPLAY 'HRX-STATUS-FILE EXCEEDS STATUS-TABLE-AREA '
                   'CAPACITY OF ' ST-MAX-ENTRIES
                   ' ENTRIES - RUN ABORTED'
               CLOSE HRX-STATUS-FILE
               STOP RUN
           END-IF.
           ADD 1 TO ST-COUNT.
           MOVE HS-GENERATION TO ST-GENERATION (ST-COUNT).
           MOVE HRX-STATUS-REC TO ST-IMAGE (ST-COUNT).
           PERFORM READ-STATUS.
       READ-STATUS.
           READ HRX-STATUS-FILE INTO HRX-STATUS-REC
           AT END MOVE 'Y' TO NO-MORE-STATUS-SW.
       FIND-STATUS-ENTRY.
           MOVE 'N' TO STATUS-FOUND-SW.
           MOVE 0 TO ST-MATCH-IDX.
           PERFORM TEST-STATUS-ENTRY VARYING STX FROM 1 BY 1
              UNTIL STX > ST-COUNT OR STATUS-FOUND.
       TEST-STATUS-ENTRY.
           IF ST-GENERATION (STX) = HA-GENERATION
               MOVE 'Y' TO STATUS-FOUND-SW
               MOVE STX TO ST-MATCH-IDX.

       OPEN-ACK-FILES.
           OPEN OUTPUT ACK-REPORT-FILE.
           IF WS-FS-HRXARPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ACK-REPORT-FILE - STATUS '
                  WS-FS-HRXARPT
               STOP RUN
           END-IF.
           OPEN INPUT HRX-ACK-FILE.
           IF WS-FS-HRXACK = '00'
               MOVE 'Y' TO ACK-FILE-SW
           ELSE
               DISPLAY 'HRX-ACK-FILE NOT AVAILABLE - STATUS '
                  WS-FS-HRXACK ' - STATUS REPORT ONLY'
           END-IF.
           IF ACK-FILE-PRESENT
               OPEN INPUT BIG5-RESULTS-FILE
               IF WS-FS-RESULTS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN BIG5-RESULTS-FILE - STATUS '
                      WS-FS-RESULTS
                   CLOSE HRX-ACK-FILE
                   STOP RUN
               END-IF
               OPEN EXTEND HRX-RESEND-FILE
               IF WS-FS-HRXRSND = '35'
                   OPEN OUTPUT HRX-RESEND-FILE
               END-IF
               IF WS-FS-HRXRSND NOT = '00'
                   DISPLAY 'UNABLE TO OPEN HRX-RESEND-FILE - STATUS '
                      WS-FS-HRXRSND
                   CLOSE HRX-ACK-FILE
                   CLOSE BIG5-RESULTS-FILE
                   STOP RUN
               END-IF
           END-IF.

       READ-ACK.
           READ HRX-ACK-FILE INTO HRX-ACK-REC
           AT END MOVE 'Y' TO NO-MORE-ACK-SW.
       PROCESS-ACK-RECORD.
           ADD 1 TO ACK-READ-CT.
           IF HA-ACK-HEADER
               IF ACK-GEN-ACTIVE
                   PERFORM FINISH-ACK-GENERATION
               END-IF
               PERFORM START-ACK-GENERATION
           ELSE
               IF HA-ACK-REJECT
                   IF ACK-GEN-ACTIVE
                      AND HA-GENERATION = ACK-GENERATION
                       PERFORM PROCESS-ACK-REJECT
                   ELSE
                       ADD 1 TO IGNORED-CT
                       MOVE HA-RESP-ID TO RPT-REJ-RESP-ID
                       MOVE HA-RUN-DATE TO RPT-REJ-RUN-DATE
                       MOVE HA-REASON-CODE TO RPT-REJ-CODE
                       MOVE HA-REASON-TEXT TO RPT-REJ-TEXT
                       MOVE 'NO MATCHING GENERATION - IGNORED'
                          TO RPT-REJ-ACTION
                       MOVE RPT-REJECT-LINE TO RPT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               ELSE
                   ADD 1 TO IGNORED-CT
                   MOVE SPACES TO RPT-NOTE-TEXT
                   STRING 'UNKNOWN RECORD TYPE ' HA-REC-TYPE
                      ' ON ACKNOWLEDGMENT FILE - IGNORED'
                      DELIMITED BY SIZE INTO RPT-NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
               END-IF
           END-IF.
           PERFORM READ-ACK.
      *****************************************************************
      *  AN ACKNOWLEDGMENT IS ONLY POSTED TO A GENERATION STILL SHOWN
      *  AS SENT - A REPEATED ONE IS IGNORED SO ITS REJECTS ARE NOT
      *  QUEUED TWICE.
      *****************************************************************
       START-ACK-GENERATION.
           MOVE 'N' TO ACK-GEN-SW.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM FIND-STATUS-ENTRY.
           IF NOT STATUS-FOUND
               ADD 1 TO IGNORED-CT
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING 'ACKNOWLEDGMENT FOR GENERATION ' HA-GENERATION
                  ' NOT ON STATUS FILE - IGNORED'
                  DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           ELSE
               MOVE ST-IMAGE (ST-MATCH-IDX) TO HRX-STATUS-REC
               IF NOT HS-SENT
                   ADD 1 TO IGNORED-CT
                   MOVE SPACES TO RPT-NOTE-TEXT
                   STRING 'GENERATION ' HA-GENERATION
                      ' ALREADY ACKNOWLEDGED ' HS-ACK-DATE
                      ' - IGNORED'
                      DELIMITED BY SIZE INTO RPT-NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
               ELSE
                   MOVE 'Y' TO ACK-GEN-SW
                   MOVE HA-GENERATION TO ACK-GENERATION
                   MOVE HA-RECEIVED-CT TO ACK-RECEIVED-CT
                   MOVE HA-SUM-HASH TO ACK-SUM-HASH
                   MOVE HA-PCT-HASH TO ACK-PCT-HASH
                   MOVE 0 TO ACK-REJECT-SEEN
                   MOVE WS-RUN-DATE TO HS-ACK-DATE
                   MOVE HA-LOAD-DATE TO HS-HR-LOAD-DATE
                   MOVE HA-LOADED-CT TO HS-LOADED-CT
                   MOVE HA-REJECTED-CT TO HS-REJECTED-CT
               END-IF
           END-IF.
      *****************************************************************
      *  A REJECTED DETAIL IS QUEUED FOR RESEND ONLY IF ITS RESULT IS
      *  STILL ON THE MASTER - HRXTRACT SENDS THE LATEST ATTEMPT.
      *****************************************************************
       PROCESS-ACK-REJECT.
           ADD 1 TO ACK-REJECT-SEEN.
           MOVE HA-RESP-ID TO RPT-REJ-RESP-ID.
           MOVE HA-RUN-DATE TO RPT-REJ-RUN-DATE.
           MOVE HA-REASON-CODE TO RPT-REJ-CODE.
           MOVE HA-REASON-TEXT TO RPT-REJ-TEXT.
           PERFORM FIND-MASTER-RESULT.
           IF NO-MORE-MATCHES
               ADD 1 TO NOT-QUEUED-CT
               MOVE 'NOT ON RESULTS MASTER - NOT QUEUED'
                  TO RPT-REJ-ACTION
           ELSE
               MOVE SPACES TO HRX-RESEND-REC
               MOVE HA-RESP-ID TO HQ-RESP-ID
               MOVE HA-RUN-DATE TO HQ-RUN-DATE
               MOVE HA-GENERATION TO HQ-GENERATION
               MOVE HA-REASON-CODE TO HQ-REASON-CODE
               MOVE WS-RUN-DATE TO HQ-QUEUED-DATE
               WRITE HRX-RESEND-RECORD FROM HRX-RESEND-REC
               IF WS-FS-HRXRSND NOT = '00'
                   DISPLAY 'ERROR WRITING HRX-RESEND-FILE - STATUS '
                      WS-FS-HRXRSND
                   STOP RUN
               END-IF
               ADD 1 TO QUEUED-CT
               MOVE 'QUEUED FOR RESEND' TO RPT-REJ-ACTION
           END-IF.
           MOVE RPT-REJECT-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       FIND-MASTER-RESULT.
           MOVE SPACE TO NO-MORE-MATCHES-SW.
           MOVE HA-RESP-ID TO BRF-RESP-ID.
           MOVE HA-RUN-DATE TO BRF-RUN-DATE.
           MOVE LOW-VALUES TO BRF-ATTEMPT-SEQ.
           START BIG5-RESULTS-FILE KEY NOT < BRF-KEY
               INVALID KEY MOVE 'Y' TO NO-MORE-MATCHES-SW
           END-START.
           IF NOT NO-MORE-MATCHES
               READ BIG5-RESULTS-FILE NEXT RECORD
                   INTO BIG5-MASTER-REC
                   AT END MOVE 'Y' TO NO-MORE-MATCHES-SW
               END-READ
           END-IF.
           IF NOT NO-MORE-MATCHES
               IF BM-RESP-ID NOT = HA-RESP-ID
                  OR BM-RUN-DATE NOT = HA-RUN-DATE
                   MOVE 'Y' TO NO-MORE-MATCHES-SW
               END-IF
           END-IF.
      *****************************************************************
      *  HR'S RECEIVED COUNT AND HASH TOTALS MUST AGREE WITH OUR
      *  TRAILER, LOADED PLUS REJECTED MUST EQUAL RECEIVED, AND THE
      *  REJECT RECORDS MUST AGREE WITH HR'S REJECTED COUNT - ANY
      *  DIFFERENCE LEAVES THE GENERATION OUT OF BALANCE.
      *****************************************************************
       FINISH-ACK-GENERATION.
           MOVE 'N' TO ACK-GEN-SW.
           IF ACK-RECEIVED-CT NOT = HS-DETAIL-CT
              OR ACK-SUM-HASH NOT = HS-SUM-HASH
              OR ACK-PCT-HASH NOT = HS-PCT-HASH
              OR HS-LOADED-CT + HS-REJECTED-CT NOT = ACK-RECEIVED-CT
              OR ACK-REJECT-SEEN NOT = HS-REJECTED-CT
               MOVE 'O' TO HS-STATUS
               ADD 1 TO OUT-OF-BAL-CT
           ELSE
               IF HS-REJECTED-CT > 0
                   MOVE 'P' TO HS-STATUS
                   ADD 1 TO PART-REJECTED-CT
               ELSE
                   MOVE 'A' TO HS-STATUS
                   ADD 1 TO ACKNOWLEDGED-CT
               END-IF
           END-IF.
           MOVE HRX-STATUS-REC TO ST-IMAGE (ST-MATCH-IDX).
           PERFORM WRITE-GENERATION-LINE.
           IF HS-OUT-OF-BALANCE
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING 'HR RECEIVED ' ACK-RECEIVED-CT
                  ' SUM HASH ' ACK-SUM-HASH
                  ' REJECT RECORDS ' ACK-REJECT-SEEN
                  DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF.
       WRITE-GENERATION-LINE.
           MOVE HS-GENERATION TO RPT-GEN-NUMBER.
           MOVE HS-SENT-DATE TO RPT-GEN-SENT.
           MOVE HS-DETAIL-CT TO RPT-GEN-DETAILS.
           MOVE HS-LOADED-CT TO RPT-GEN-LOADED.
           MOVE HS-REJECTED-CT TO RPT-GEN-REJECTED.
           IF HS-ACKNOWLEDGED
               MOVE 'ACKNOWLEDGED' TO RPT-GEN-STATUS
           ELSE
               IF HS-PART-REJECTED
                   MOVE 'PARTIALLY REJECTED' TO RPT-GEN-STATUS
               ELSE
                   IF HS-OUT-OF-BALANCE
                       MOVE 'OUT OF BALANCE' TO RPT-GEN-STATUS
                   ELSE
                       MOVE 'SENT' TO RPT-GEN-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE RPT-GEN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REWRITE-STATUS-FILE.
           OPEN OUTPUT HRX-STATUS-FILE.
           IF WS-FS-HRXSTAT NOT = '00'
               DISPLAY 'UNABLE TO REWRITE HRX-STATUS-FILE - STATUS '
                  WS-FS-HRXSTAT
               STOP RUN
           END-IF.
           PERFORM WRITE-STATUS-ENTRY VARYING STX FROM 1 BY 1
              UNTIL STX > ST-COUNT.
           CLOSE HRX-STATUS-FILE.
       WRITE-STATUS-ENTRY.
           WRITE HRX-STATUS-RECORD FROM ST-IMAGE (STX).
           IF WS-FS-HRXSTAT NOT = '00'
               DISPLAY 'ERROR WRITING HRX-STATUS-FILE - STATUS '
                  WS-FS-HRXSTAT
               STOP RUN
           END-IF.

       LIST-OVERDUE-GENERATIONS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ACK-DAYS TO RPT-OVERDUE-DAYS.
           MOVE RPT-OVERDUE-HEAD TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CHECK-OVERDUE-ENTRY VARYING STX FROM 1 BY 1
              UNTIL STX > ST-COUNT.
           IF OVERDUE-CT = 0
               MOVE 'NONE' TO RPT-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           END-IF.
       CHECK-OVERDUE-ENTRY.
           MOVE ST-IMAGE (STX) TO HRX-STATUS-REC.
           IF HS-SENT
               MOVE HS-SENT-DATE TO CK-DATE-WORK
               IF CK-DATE-WORK NUMERIC
                   COMPUTE SENT-DAYS = CK-YYYY * 365
                      + CK-MM * 30 + CK-DD
                   COMPUTE AGE-DAYS = TODAY-DAYS - SENT-DAYS
               ELSE
                   MOVE 99999 TO AGE-DAYS
               END-IF
               IF AGE-DAYS > ACK-DAYS
                   ADD 1 TO OVERDUE-CT
                   MOVE HS-GENERATION TO RPT-OVD-NUMBER
                   MOVE HS-SENT-DATE TO RPT-OVD-SENT
                   MOVE HS-MODE TO RPT-OVD-MODE
                   MOVE HS-DETAIL-CT TO RPT-OVD-DETAILS
                   MOVE AGE-DAYS TO RPT-OVD-AGE
                   MOVE RPT-OVERDUE-LINE TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       WRITE-NOTE-LINE.
           MOVE RPT-NOTE-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE ACK-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-HRXARPT NOT = '00'
               DISPLAY 'ERROR WRITING ACK-REPORT-FILE - STATUS '
                  WS-FS-HRXARPT
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
           MOVE 'ACK RECORDS READ'      TO RPT-TOTAL-TEXT.
           MOVE ACK-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACKNOWLEDGED'          TO RPT-TOTAL-TEXT.
           MOVE ACKNOWLEDGED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PARTIALLY REJECTED'    TO RPT-TOTAL-TEXT.
           MOVE PART-REJECTED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OUT OF BALANCE'        TO RPT-TOTAL-TEXT.
           MOVE OUT-OF-BAL-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REJECTS QUEUED'        TO RPT-TOTAL-TEXT.
           MOVE QUEUED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'REJECTS NOT QUEUED'    TO RPT-TOTAL-TEXT.
           MOVE NOT-QUEUED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACK RECORDS IGNORED'   TO RPT-TOTAL-TEXT.
           MOVE IGNORED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'GENERATIONS OVERDUE'   TO RPT-TOTAL-TEXT.
           MOVE OVERDUE-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
