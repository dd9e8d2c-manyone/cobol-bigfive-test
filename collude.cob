       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLUDE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-DETAIL-FILE
               ASSIGN TO UT-S-ITEMDTL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ITEMDTL.

           SELECT BIG5-RESULTS-FILE
               ASSIGN TO UT-S-RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRF-KEY
               FILE STATUS IS WS-FS-RESULTS.

           SELECT CAMPAIGN-ROSTER-FILE
               ASSIGN TO UT-S-ROSTER
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ROSTER.

           SELECT COLLUSION-REPORT-FILE
               ASSIGN TO UT-S-COLLRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-COLLRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-DETAIL-FILE
              RECORD CONTAINS 150 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ITEM-DETAIL-RECORD.
           03 FILLER PIC X(150).

       FD  BIG5-RESULTS-FILE
              RECORD CONTAINS 120 CHARACTERS
              RECORDING MODE IS F.

       01  BIG5-RESULTS-RECORD.
           03  BRF-KEY.
               05  BRF-RESP-ID     PIC X(10).
               05  BRF-RUN-DATE    PIC X(08).
               05  BRF-ATTEMPT-SEQ PIC X(02).
           03  FILLER              PIC X(100).

       FD  CAMPAIGN-ROSTER-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CAMPAIGN-ROSTER-RECORD.
           03 FILLER PIC X(80).

       FD  COLLUSION-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  COLLUSION-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5ITEM.
           COPY BIG5MAST.
           COPY BIG5CAMP.

       01  WS-FS-ITEMDTL   PIC X(02).
       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-ROSTER    PIC X(02).
       01  WS-FS-COLLRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-DETAIL-SW PIC X VALUE SPACE.
               88 NO-MORE-DETAIL VALUE 'Y'.
           03 NO-MORE-ROSTER-SW PIC X VALUE SPACE.
               88 NO-MORE-ROSTER VALUE 'Y'.

       01  RUN-FORM-CODE PIC X(02).
       01  REC-FORM-CODE PIC X(02).
       01  WINDOW-FROM-DATE PIC X(08).
       01  WINDOW-TO-DATE PIC X(08).
       01  RUN-DEPT-CODE PIC X(04).
       01  RUN-CAMPAIGN-CODE PIC X(08).
       01  THRESHOLD-X PIC X(03).
       01  FILLER REDEFINES THRESHOLD-X.
           03  THRESHOLD-PCT PIC 9(03).

      *****************************************************************
      *  BIGFIVE STORES THE STANDARD DEPARTMENT AS CODE, SPACE, NAME
      *  IN BM-RESP-DEPT, SO THE DEPARTMENT AT TEST TIME IS THE FIRST
      *  FOUR BYTES.
      *****************************************************************
       01  RESP-DEPT-WORK.
           03  RD-DEPT-CODE PIC X(04).
           03  FILLER       PIC X(16).
       01  DETAIL-ATTEMPT-SEQ PIC 9(02).

      *****************************************************************
      *  ONE ENTRY PER SHEET IN THE WINDOW.  SH-CLUSTER STARTS AS THE
      *  SHEET'S OWN SUBSCRIPT; WHEN TWO SHEETS AGREE ABOVE THE
      *  THRESHOLD EVERY SHEET IN THE SECOND SHEET'S CLUSTER IS MOVED
      *  INTO THE FIRST SHEET'S CLUSTER, SO A GROUP FILLED IN BY ONE
      *  HAND ENDS UP UNDER A SINGLE CLUSTER NUMBER.
      *****************************************************************
       01  SHEET-TABLE-AREA.
           03  SH-COUNT    PIC 9(04) VALUE 0.
           03  SH-MAX-ENTRIES PIC 9(04) VALUE 1000.
           03  SH-ENTRY OCCURS 1000 TIMES.
               05  SH-RESP-ID     PIC X(10).
               05  SH-RUN-DATE    PIC X(08).
               05  SH-ATTEMPT-SEQ PIC 9(02).
               05  SH-DEPT-CODE   PIC X(04).
               05  SH-VALID-FLAG  PIC X(01).
               05  SH-CLUSTER     PIC 9(04).
               05  SH-PAIR-CT     PIC 9(04).
               05  SH-ANSWER      PIC 9 OCCURS 120 TIMES.
       01  SHX PIC 9(04).
       01  SHY PIC 9(04).
       01  SHZ PIC 9(04).
       01  OLD-CLUSTER PIC 9(04).
       01  NEW-CLUSTER PIC 9(04).
       01  CLUSTER-SIZE PIC 9(04).
       01  CLUSTER-NO PIC 9(04).
       01  BFX PIC 999.

       01  ROSTER-TABLE-AREA.
           03  CP-COUNT    PIC 9(04) VALUE 0.
           03  CP-MAX-ENTRIES PIC 9(04) VALUE 2000.
           03  CP-EMP-ID   PIC X(10) OCCURS 2000 TIMES.
       01  ROSTER-FOUND-SW PIC X VALUE 'N'.
           88  ROSTER-FOUND VALUE 'Y'.
       01  CPX PIC 9(04).

      *****************************************************************
      *  AN ITEM COUNTS TOWARD AGREEMENT ONLY WHEN BOTH SHEETS HOLD AN
      *  ANSWER OF 1 TO 5 AT THAT BANK ORDINAL (RETIRED ITEMS CARRY 0).
      *  PAIRS WITH FEWER THAN MIN-COMPARED COMMON ITEMS ARE NOT RATED.
      *****************************************************************
       01  MIN-COMPARED PIC 999 VALUE 20.
       01  COMPARED-CT PIC 999.
       01  MATCHED-CT PIC 999.
       01  AGREE-PCT PIC 999V9.

       01  SHEET-SELECT-SW PIC X.
           88  SHEET-SELECTED VALUE 'Y'.

       01  COUNTS-AREA.
           03  DETAIL-READ-CT    PIC 9(05) VALUE 0.
           03  OTHER-FORM-CT     PIC 9(05) VALUE 0.
           03  OUT-OF-WINDOW-CT  PIC 9(05) VALUE 0.
           03  OTHER-DEPT-CT     PIC 9(05) VALUE 0.
           03  NOT-ON-ROSTER-CT  PIC 9(05) VALUE 0.
           03  SHEETS-COMPARED-CT PIC 9(05) VALUE 0.
           03  PAIRS-FLAGGED-CT  PIC 9(05) VALUE 0.
           03  CLUSTERS-CT       PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(49) VALUE
               'ANSWER-PATTERN COLLUSION REPORT - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(75) VALUE SPACES.
       01  RPT-SCOPE-LINE.
           03  FILLER PIC X(05) VALUE 'FORM '.
           03  RPT-SCOPE-FORM PIC X(02).
           03  FILLER PIC X(12) VALUE '   RUN DATES'.
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-SCOPE-FROM PIC X(08).
           03  FILLER PIC X(04) VALUE ' TO '.
           03  RPT-SCOPE-TO PIC X(08).
           03  FILLER PIC X(08) VALUE '   DEPT '.
           03  RPT-SCOPE-DEPT PIC X(04).
           03  FILLER PIC X(12) VALUE '   CAMPAIGN '.
           03  RPT-SCOPE-CAMPAIGN PIC X(08).
           03  FILLER PIC X(14) VALUE '   THRESHOLD '.
           03  RPT-SCOPE-THRESHOLD PIC ZZ9.
           03  FILLER PIC X(01) VALUE '%'.
           03  FILLER PIC X(42) VALUE SPACES.
       01  RPT-SECTION-LINE.
           03  RPT-SECTION-TEXT PIC X(60).
           03  FILLER PIC X(72) VALUE SPACES.
       01  RPT-PAIR-COLUMN-LINE.
           03  FILLER PIC X(44) VALUE
               'EMPLOYEE    RUN DATE  DEPT  V   EMPLOYEE    '.
           03  FILLER PIC X(44) VALUE
               'RUN DATE  DEPT  V ITEMS  MATCHED   AGREE'.
           03  FILLER PIC X(44) VALUE SPACES.
       01  RPT-PAIR-LINE.
           03  RPT-PAIR-ID-1 PIC X(10).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-PAIR-DATE-1 PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-PAIR-DEPT-1 PIC X(04).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-PAIR-FLAG-1 PIC X(01).
           03  FILLER PIC X(03) VALUE SPACES.
           03  RPT-PAIR-ID-2 PIC X(10).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-PAIR-DATE-2 PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-PAIR-DEPT-2 PIC X(04).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-PAIR-FLAG-2 PIC X(01).
           03  FILLER PIC X(03) VALUE SPACES.
           03  RPT-PAIR-ITEMS PIC ZZ9.
           03  FILLER PIC X(06) VALUE SPACES.
           03  RPT-PAIR-MATCHED PIC ZZ9.
           03  FILLER PIC X(03) VALUE SPACES.
           03  RPT-PAIR-PCT PIC ZZ9.9.
           03  FILLER PIC X(01) VALUE '%'.
           03  FILLER PIC X(47) VALUE SPACES.
       01  RPT-CLUSTER-LINE.
           03  FILLER PIC X(08) VALUE 'CLUSTER '.
           03  RPT-CLUSTER-NO PIC ZZZ9.
           03  FILLER PIC X(03) VALUE ' - '.
           03  RPT-CLUSTER-SIZE PIC ZZZ9.
           03  FILLER PIC X(30) VALUE
               ' SHEETS LINKED ABOVE THRESHOLD'.
           03  FILLER PIC X(83) VALUE SPACES.
       01  RPT-MEMBER-LINE.
           03  FILLER PIC X(04) VALUE SPACES.
           03  RPT-MEMBER-ID PIC X(10).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-MEMBER-DATE PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-MEMBER-DEPT PIC X(04).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-MEMBER-FLAG PIC X(01).
           03  FILLER PIC X(03) VALUE SPACES.
           03  RPT-MEMBER-PAIRS PIC ZZZ9.
           03  FILLER PIC X(16) VALUE ' FLAGGED PAIRS'.
           03  FILLER PIC X(76) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM GET-RUN-PARAMETERS.
           IF RUN-CAMPAIGN-CODE NOT = SPACES
               PERFORM LOAD-CAMPAIGN-ROSTER
           END-IF.
           PERFORM LOAD-SHEETS.
           PERFORM OPEN-COLLUSION-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM COMPARE-SHEETS.
           PERFORM PRINT-CLUSTERS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE COLLUSION-REPORT-FILE.
           DISPLAY 'COLLUSION CHECK COMPLETE - SHEETS '
              SHEETS-COMPARED-CT ' PAIRS FLAGGED ' PAIRS-FLAGGED-CT
              ' CLUSTERS ' CLUSTERS-CT.
           GOBACK.

       GET-RUN-PARAMETERS.
           DISPLAY 'INVENTORY FORM CODE (BLANK=A): '.
           ACCEPT RUN-FORM-CODE.
           IF RUN-FORM-CODE = SPACES
               MOVE 'A ' TO RUN-FORM-CODE
           END-IF.
           DISPLAY 'RUN DATE FROM (YYYYMMDD, BLANK=TODAY):'.
           ACCEPT WINDOW-FROM-DATE.
           IF WINDOW-FROM-DATE = SPACES
               MOVE WS-RUN-DATE TO WINDOW-FROM-DATE
           END-IF.
           IF WINDOW-FROM-DATE NOT NUMERIC
               DISPLAY 'FROM DATE ' WINDOW-FROM-DATE
                  ' NOT VALID - CHECK ABORTED'
               STOP RUN
           END-IF.
           DISPLAY 'RUN DATE TO (YYYYMMDD, BLANK=FROM DATE):'.
           ACCEPT WINDOW-TO-DATE.
           IF WINDOW-TO-DATE = SPACES
               MOVE WINDOW-FROM-DATE TO WINDOW-TO-DATE
           END-IF.
           IF WINDOW-TO-DATE NOT NUMERIC
              OR WINDOW-TO-DATE < WINDOW-FROM-DATE
               DISPLAY 'TO DATE ' WINDOW-TO-DATE
                  ' NOT VALID - CHECK ABORTED'
               STOP RUN
           END-IF.
           DISPLAY 'DEPARTMENT CODE (BLANK=ALL):'.
           ACCEPT RUN-DEPT-CODE.
           DISPLAY 'CAMPAIGN CODE (BLANK=ALL):'.
           ACCEPT RUN-CAMPAIGN-CODE.
           DISPLAY 'AGREEMENT THRESHOLD PERCENT (BLANK=090):'.
           ACCEPT THRESHOLD-X.
           IF THRESHOLD-X = SPACES
               MOVE '090' TO THRESHOLD-X
           END-IF.
           IF THRESHOLD-X NOT NUMERIC
              OR THRESHOLD-PCT < 50 OR THRESHOLD-PCT > 100
               DISPLAY 'THRESHOLD ' THRESHOLD-X
                  ' NOT VALID - CHECK ABORTED'
               STOP RUN
           END-IF.

       LOAD-CAMPAIGN-ROSTER.
           MOVE 0 TO CP-COUNT.
           OPEN INPUT CAMPAIGN-ROSTER-FILE.
           IF WS-FS-ROSTER NOT = '00'
               DISPLAY 'UNABLE TO OPEN CAMPAIGN-ROSTER-FILE - STATUS '
                  WS-FS-ROSTER
               STOP RUN
           END-IF.
           PERFORM READ-CAMPAIGN-ROSTER.
           PERFORM PROCESS-CAMPAIGN-ROSTER UNTIL NO-MORE-ROSTER.
           CLOSE CAMPAIGN-ROSTER-FILE.
           IF CP-COUNT = 0
               DISPLAY 'NO ROSTER ENTRIES FOR CAMPAIGN '
                  RUN-CAMPAIGN-CODE ' - CHECK ABORTED'
               STOP RUN
           END-IF.
       PROCESS-CAMPAIGN-ROSTER.
           IF CR-CAMPAIGN-CODE = RUN-CAMPAIGN-CODE
               PERFORM ADD-ROSTER-ENTRY
           END-IF.
           PERFORM READ-CAMPAIGN-ROSTER.
       ADD-ROSTER-ENTRY.
           IF CP-COUNT NOT < CP-MAX-ENTRIES
               DISPLAY 'CAMPAIGN-ROSTER-FILE EXCEEDS ROSTER-TABLE-AREA '
                   'CAPACITY OF ' CP-MAX-ENTRIES
                   ' ENTRIES - LOAD ABORTED'
               CLOSE CAMPAIGN-ROSTER-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CP-COUNT.
           MOVE CR-EMP-ID TO CP-EMP-ID (CP-COUNT).
       READ-CAMPAIGN-ROSTER.
           READ CAMPAIGN-ROSTER-FILE INTO CAMP-ROSTER-REC
           AT END MOVE 'Y' TO NO-MORE-ROSTER-SW.
       FIND-ROSTER-ENTRY.
           MOVE 'N' TO ROSTER-FOUND-SW.
           PERFORM TEST-ROSTER-ENTRY VARYING CPX FROM 1 BY 1
              UNTIL CPX > CP-COUNT OR ROSTER-FOUND.
       TEST-ROSTER-ENTRY.
           IF CP-EMP-ID (CPX) = IT-RESP-ID
               MOVE 'Y' TO ROSTER-FOUND-SW.

       LOAD-SHEETS.
           MOVE 0 TO SH-COUNT.
           OPEN INPUT ITEM-DETAIL-FILE.
           IF WS-FS-ITEMDTL NOT = '00'
               DISPLAY 'UNABLE TO OPEN ITEM-DETAIL-FILE - STATUS '
                  WS-FS-ITEMDTL
               STOP RUN
           END-IF.
           OPEN INPUT BIG5-RESULTS-FILE.
           IF WS-FS-RESULTS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BIG5-RESULTS-FILE - STATUS '
                  WS-FS-RESULTS
               STOP RUN
           END-IF.
           PERFORM READ-DETAIL.
           PERFORM PROCESS-DETAIL UNTIL NO-MORE-DETAIL.
           CLOSE ITEM-DETAIL-FILE.
           CLOSE BIG5-RESULTS-FILE.
       READ-DETAIL.
           READ ITEM-DETAIL-FILE INTO ITEM-DETAIL-REC
           AT END MOVE 'Y' TO NO-MORE-DETAIL-SW.
       PROCESS-DETAIL.
           ADD 1 TO DETAIL-READ-CT.
           IF IT-ATTEMPT-SEQ NUMERIC
               MOVE IT-ATTEMPT-SEQ TO DETAIL-ATTEMPT-SEQ
           ELSE
               MOVE 1 TO DETAIL-ATTEMPT-SEQ
           END-IF.
           PERFORM SELECT-DETAIL.
           IF SHEET-SELECTED
               PERFORM ADD-SHEET-ENTRY
           END-IF.
           PERFORM READ-DETAIL.
      *****************************************************************
      *  EVERY SESSION IN THE WINDOW IS COMPARED, RETAKES AND Q-FLAGGED
      *  PROTOCOLS INCLUDED - A COPIED SHEET IS OFTEN THE ONE THE
      *  VALIDITY SCREEN ALSO QUESTIONS.  THE DEPARTMENT IS THE ONE
      *  RECORDED ON THE RESULTS MASTER FOR THE SAME SESSION.
      *****************************************************************
       SELECT-DETAIL.
           MOVE 'Y' TO SHEET-SELECT-SW.
           MOVE IT-FORM-CODE TO REC-FORM-CODE.
           IF REC-FORM-CODE = SPACES
               MOVE 'A ' TO REC-FORM-CODE
           END-IF.
           IF REC-FORM-CODE NOT = RUN-FORM-CODE
               ADD 1 TO OTHER-FORM-CT
               MOVE 'N' TO SHEET-SELECT-SW
           ELSE
               IF IT-RUN-DATE < WINDOW-FROM-DATE
                  OR IT-RUN-DATE > WINDOW-TO-DATE
                   ADD 1 TO OUT-OF-WINDOW-CT
                   MOVE 'N' TO SHEET-SELECT-SW
               END-IF
           END-IF.
           IF SHEET-SELECTED AND RUN-CAMPAIGN-CODE NOT = SPACES
               PERFORM FIND-ROSTER-ENTRY
               IF NOT ROSTER-FOUND
                   ADD 1 TO NOT-ON-ROSTER-CT
                   MOVE 'N' TO SHEET-SELECT-SW
               END-IF
           END-IF.
           IF SHEET-SELECTED
               PERFORM GET-SESSION-DEPT
               IF RUN-DEPT-CODE NOT = SPACES
                  AND RD-DEPT-CODE NOT = RUN-DEPT-CODE
                   ADD 1 TO OTHER-DEPT-CT
                   MOVE 'N' TO SHEET-SELECT-SW
               END-IF
           END-IF.
       GET-SESSION-DEPT.
           MOVE IT-RESP-ID TO BRF-RESP-ID.
           MOVE IT-RUN-DATE TO BRF-RUN-DATE.
           MOVE DETAIL-ATTEMPT-SEQ TO BRF-ATTEMPT-SEQ.
           READ BIG5-RESULTS-FILE INTO BIG5-MASTER-REC
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-RESULTS = '00'
               MOVE BM-RESP-DEPT TO RESP-DEPT-WORK
           ELSE
               MOVE SPACES TO RESP-DEPT-WORK
           END-IF.
       ADD-SHEET-ENTRY.
           IF SH-COUNT NOT < SH-MAX-ENTRIES
               DISPLAY 'ITEM-DETAIL-FILE EXCEEDS SHEET-TABLE-AREA '
                   'CAPACITY OF ' SH-MAX-ENTRIES
                   ' ENTRIES - NARROW THE DATE WINDOW - LOAD ABORTED'
               CLOSE ITEM-DETAIL-FILE
               CLOSE BIG5-RESULTS-FILE
               STOP RUN
           END-IF.
           ADD 1 TO SH-COUNT.
           ADD 1 TO SHEETS-COMPARED-CT.
           MOVE IT-RESP-ID TO SH-RESP-ID (SH-COUNT).
           MOVE IT-RUN-DATE TO SH-RUN-DATE (SH-COUNT).
           MOVE DETAIL-ATTEMPT-SEQ TO SH-ATTEMPT-SEQ (SH-COUNT).
           MOVE RD-DEPT-CODE TO SH-DEPT-CODE (SH-COUNT).
           MOVE IT-VALID-FLAG TO SH-VALID-FLAG (SH-COUNT).
           MOVE SH-COUNT TO SH-CLUSTER (SH-COUNT).
           MOVE 0 TO SH-PAIR-CT (SH-COUNT).
           PERFORM COPY-SHEET-ANSWER VARYING BFX FROM 1 BY 1
              UNTIL BFX > 120.
       COPY-SHEET-ANSWER.
           MOVE IT-ANSWER (BFX) TO SH-ANSWER (SH-COUNT, BFX).

       OPEN-COLLUSION-REPORT.
           OPEN OUTPUT COLLUSION-REPORT-FILE.
           IF WS-FS-COLLRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN COLLUSION-REPORT-FILE - STATUS '
                  WS-FS-COLLRPT
               STOP RUN
           END-IF.

      *****************************************************************
      *  EVERY SHEET IS COMPARED WITH EVERY LATER SHEET.  TWO SESSIONS
      *  OF THE SAME EMPLOYEE ARE NOT A COLLUSION PAIR AND ARE SKIPPED.
      *****************************************************************
       COMPARE-SHEETS.
           MOVE 'FLAGGED PAIRS' TO RPT-SECTION-TEXT.
           MOVE RPT-SECTION-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-PAIR-COLUMN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM COMPARE-FIRST-SHEET VARYING SHX FROM 1 BY 1
              UNTIL SHX NOT < SH-COUNT.
           IF PAIRS-FLAGGED-CT = 0
               MOVE 'NO PAIRS AT OR ABOVE THE AGREEMENT THRESHOLD'
                  TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       COMPARE-FIRST-SHEET.
           COMPUTE SHZ = SHX + 1.
           PERFORM COMPARE-SHEET-PAIR VARYING SHY FROM SHZ BY 1
              UNTIL SHY > SH-COUNT.
       COMPARE-SHEET-PAIR.
           IF SH-RESP-ID (SHX) NOT = SH-RESP-ID (SHY)
               MOVE 0 TO COMPARED-CT
               MOVE 0 TO MATCHED-CT
               PERFORM COMPARE-SHEET-ITEM VARYING BFX FROM 1 BY 1
                  UNTIL BFX > 120
               IF COMPARED-CT NOT < MIN-COMPARED
                   COMPUTE AGREE-PCT ROUNDED =
                      MATCHED-CT * 100 / COMPARED-CT
                   IF AGREE-PCT NOT < THRESHOLD-PCT
                       PERFORM FLAG-SHEET-PAIR
                   END-IF
               END-IF
           END-IF.
       COMPARE-SHEET-ITEM.
           IF SH-ANSWER (SHX, BFX) >= 1 AND SH-ANSWER (SHX, BFX) <= 5
              AND SH-ANSWER (SHY, BFX) >= 1
              AND SH-ANSWER (SHY, BFX) <= 5
               ADD 1 TO COMPARED-CT
               IF SH-ANSWER (SHX, BFX) = SH-ANSWER (SHY, BFX)
                   ADD 1 TO MATCHED-CT
               END-IF
           END-IF.
       FLAG-SHEET-PAIR.
           ADD 1 TO PAIRS-FLAGGED-CT.
           ADD 1 TO SH-PAIR-CT (SHX).
           ADD 1 TO SH-PAIR-CT (SHY).
           MOVE SH-RESP-ID (SHX) TO RPT-PAIR-ID-1.
           MOVE SH-RUN-DATE (SHX) TO RPT-PAIR-DATE-1.
           MOVE SH-DEPT-CODE (SHX) TO RPT-PAIR-DEPT-1.
           MOVE SH-VALID-FLAG (SHX) TO RPT-PAIR-FLAG-1.
           MOVE SH-RESP-ID (SHY) TO RPT-PAIR-ID-2.
           MOVE SH-RUN-DATE (SHY) TO RPT-PAIR-DATE-2.
           MOVE SH-DEPT-CODE (SHY) TO RPT-PAIR-DEPT-2.
           MOVE SH-VALID-FLAG (SHY) TO RPT-PAIR-FLAG-2.
           MOVE COMPARED-CT TO RPT-PAIR-ITEMS.
           MOVE MATCHED-CT TO RPT-PAIR-MATCHED.
           MOVE AGREE-PCT TO RPT-PAIR-PCT.
           MOVE RPT-PAIR-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF SH-CLUSTER (SHY) NOT = SH-CLUSTER (SHX)
               MOVE SH-CLUSTER (SHY) TO OLD-CLUSTER
               MOVE SH-CLUSTER (SHX) TO NEW-CLUSTER
               PERFORM MERGE-CLUSTER VARYING SHZ FROM 1 BY 1
                  UNTIL SHZ > SH-COUNT
           END-IF.
       MERGE-CLUSTER.
           IF SH-CLUSTER (SHZ) = OLD-CLUSTER
               MOVE NEW-CLUSTER TO SH-CLUSTER (SHZ).

      *****************************************************************
      *  A CLUSTER IS THREE OR MORE SHEETS LINKED THROUGH FLAGGED
      *  PAIRS - TYPICALLY ONE PERSON COMPLETING SHEETS FOR A WHOLE
      *  GROUP.  TWO-SHEET CLUSTERS ARE ALREADY SHOWN AS PAIRS.
      *****************************************************************
       PRINT-CLUSTERS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'CLUSTERS OF THREE OR MORE SHEETS' TO RPT-SECTION-TEXT.
           MOVE RPT-SECTION-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO CLUSTER-NO.
           PERFORM PRINT-CLUSTER VARYING SHX FROM 1 BY 1
              UNTIL SHX > SH-COUNT.
           IF CLUSTERS-CT = 0
               MOVE 'NO CLUSTERS OF THREE OR MORE SHEETS' TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       PRINT-CLUSTER.
           MOVE 0 TO CLUSTER-SIZE.
           PERFORM COUNT-CLUSTER-MEMBER VARYING SHY FROM 1 BY 1
              UNTIL SHY > SH-COUNT.
           IF CLUSTER-SIZE > 2
               ADD 1 TO CLUSTERS-CT
               ADD 1 TO CLUSTER-NO
               MOVE CLUSTER-NO TO RPT-CLUSTER-NO
               MOVE CLUSTER-SIZE TO RPT-CLUSTER-SIZE
               MOVE RPT-CLUSTER-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-CLUSTER-MEMBER VARYING SHY FROM 1 BY 1
                  UNTIL SHY > SH-COUNT
               MOVE SPACES TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       COUNT-CLUSTER-MEMBER.
           IF SH-CLUSTER (SHY) = SHX
               ADD 1 TO CLUSTER-SIZE.
       PRINT-CLUSTER-MEMBER.
           IF SH-CLUSTER (SHY) = SHX
               MOVE SH-RESP-ID (SHY) TO RPT-MEMBER-ID
               MOVE SH-RUN-DATE (SHY) TO RPT-MEMBER-DATE
               MOVE SH-DEPT-CODE (SHY) TO RPT-MEMBER-DEPT
               MOVE SH-VALID-FLAG (SHY) TO RPT-MEMBER-FLAG
               MOVE SH-PAIR-CT (SHY) TO RPT-MEMBER-PAIRS
               MOVE RPT-MEMBER-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE COLLUSION-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-COLLRPT NOT = '00'
               DISPLAY 'ERROR WRITING COLLUSION-REPORT-FILE - STATUS '
                  WS-FS-COLLRPT
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RUN-FORM-CODE TO RPT-SCOPE-FORM.
           MOVE WINDOW-FROM-DATE TO RPT-SCOPE-FROM.
           MOVE WINDOW-TO-DATE TO RPT-SCOPE-TO.
           IF RUN-DEPT-CODE = SPACES
               MOVE 'ALL' TO RPT-SCOPE-DEPT
           ELSE
               MOVE RUN-DEPT-CODE TO RPT-SCOPE-DEPT
           END-IF.
           IF RUN-CAMPAIGN-CODE = SPACES
               MOVE 'ALL' TO RPT-SCOPE-CAMPAIGN
           ELSE
               MOVE RUN-CAMPAIGN-CODE TO RPT-SCOPE-CAMPAIGN
           END-IF.
           MOVE THRESHOLD-PCT TO RPT-SCOPE-THRESHOLD.
           MOVE RPT-SCOPE-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'DETAIL RECORDS READ'   TO RPT-TOTAL-TEXT.
           MOVE DETAIL-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OTHER FORMS SKIPPED'   TO RPT-TOTAL-TEXT.
           MOVE OTHER-FORM-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OUTSIDE DATE WINDOW'   TO RPT-TOTAL-TEXT.
           MOVE OUT-OF-WINDOW-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           IF RUN-CAMPAIGN-CODE NOT = SPACES
               MOVE 'NOT ON CAMPAIGN ROSTER' TO RPT-TOTAL-TEXT
               MOVE NOT-ON-ROSTER-CT TO RPT-TOTAL-CT
               PERFORM WRITE-TOTAL-LINE
           END-IF.
           IF RUN-DEPT-CODE NOT = SPACES
               MOVE 'OTHER DEPARTMENTS'     TO RPT-TOTAL-TEXT
               MOVE OTHER-DEPT-CT TO RPT-TOTAL-CT
               PERFORM WRITE-TOTAL-LINE
           END-IF.
           MOVE 'SHEETS COMPARED'       TO RPT-TOTAL-TEXT.
           MOVE SHEETS-COMPARED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PAIRS FLAGGED'         TO RPT-TOTAL-TEXT.
           MOVE PAIRS-FLAGGED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CLUSTERS OF 3 OR MORE' TO RPT-TOTAL-TEXT.
           MOVE CLUSTERS-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
