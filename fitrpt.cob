       IDENTIFICATION DIVISION.
       PROGRAM-ID. FITRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BIG5-RESULTS-FILE
               ASSIGN TO UT-S-RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRF-KEY
               FILE STATUS IS WS-FS-RESULTS.

           SELECT EMPL-MASTER-FILE
               ASSIGN TO UT-S-EMPMST
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMST.

           SELECT BENCHMARK-FILE
               ASSIGN TO UT-S-BENCH
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BENCH.

           SELECT NORMS-FILE
               ASSIGN TO UT-S-NORMS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NORMS.

           SELECT FIT-REPORT-FILE
               ASSIGN TO UT-S-FITRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-FITRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  BIG5-RESULTS-FILE
              RECORD CONTAINS 120 CHARACTERS
              RECORDING MODE IS F.

       01  BIG5-RESULTS-RECORD.
           03  BRF-KEY.
               05  BRF-RESP-ID     PIC X(10).
               05  BRF-RUN-DATE    PIC X(08).
               05  BRF-ATTEMPT-SEQ PIC X(02).
           03  FILLER              PIC X(100).

       FD  EMPL-MASTER-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EMPL-MASTER-RECORD.
           03  FILLER PIC X(80).

       FD  BENCHMARK-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BENCHMARK-RECORD.
           03  FILLER PIC X(80).

       FD  NORMS-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NORMS-RECORD.
           03  FILLER PIC X(40).

       FD  FIT-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  FIT-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5EMPL.
           COPY BIG5BNCH.

       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-EMPMST    PIC X(02).
       01  WS-FS-BENCH     PIC X(02).
       01  WS-FS-NORMS     PIC X(02).
       01  WS-FS-FITRPT    PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-RESULTS-SW PIC X VALUE SPACE.
               88 NO-MORE-RESULTS VALUE 'Y'.
           03 NO-MORE-EMPMST-SW PIC X VALUE SPACE.
               88 NO-MORE-EMPMST VALUE 'Y'.
           03 NO-MORE-BENCH-SW PIC X VALUE SPACE.
               88 NO-MORE-BENCH VALUE 'Y'.
           03 NO-MORE-NORMS-SW PIC X VALUE SPACE.
               88 NO-MORE-NORMS VALUE 'Y'.

       01  PENDING-MASTER-AREA.
           03  PENDING-MASTER-REC.
               05  PD-RESP-ID      PIC X(10).
               05  PD-RUN-DATE     PIC X(08).
               05  PD-ATTEMPT-SEQ  PIC X(02).
               05  FILLER          PIC X(100).
           03  PENDING-PRIMED-SW PIC X VALUE 'N'.
               88  PENDING-PRIMED VALUE 'Y'.
           03  NO-MORE-PENDING-SW PIC X VALUE SPACE.
               88  NO-MORE-PENDING VALUE 'Y'.

       01  LATEST-VALID-AREA.
           03  LATEST-VALID-REC.
               05  LV-RESP-ID      PIC X(10).
               05  LV-RUN-DATE     PIC X(08).
               05  LV-ATTEMPT-SEQ  PIC 9(02).
               05  LV-RESP-NAME    PIC X(30).
               05  LV-RESP-DEPT    PIC X(20).
               05  LV-TRAIT-SCORE OCCURS 5 TIMES.
                   07  LV-SUM-TRAIT PIC 999.
                   07  LV-PCT-TRAIT PIC 999V9.
               05  LV-AGE-BAND     PIC X(02).
               05  LV-GENDER       PIC X(01).
               05  LV-VALID-FLAG   PIC X(01).
               05  LV-FORM-CODE    PIC X(02).
               05  FILLER          PIC X(09).
           03  LATEST-PRESENT-SW PIC X VALUE 'N'.
               88  LATEST-PRESENT VALUE 'Y'.

       01  RUN-JOB-FAMILY PIC X(08).
       01  REC-FORM-CODE PIC X(02).
       01  SCX PIC 9.

       01  TRAIT-LABELS.
           03  FILLER PIC X(20) VALUE 'EXTRAVERSION'.
           03  FILLER PIC X(20) VALUE 'AGREEABLENESS'.
           03  FILLER PIC X(20) VALUE 'CONSCIENTIOUSNESS'.
           03  FILLER PIC X(20) VALUE 'EMOTIONAL STABILITY'.
           03  FILLER PIC X(20) VALUE 'INTELLECT'.
       01  FILLER REDEFINES TRAIT-LABELS.
           03  TRAIT-LABEL PIC X(20) OCCURS 5 TIMES.

       01  EMP-TABLE-AREA.
           03  EP-COUNT    PIC 9(04) VALUE 0.
           03  EP-MAX-ENTRIES PIC 9(04) VALUE 2000.
           03  EP-ENTRY OCCURS 2000 TIMES.
               05  EP-EMP-ID     PIC X(10).
               05  EP-JOB-FAMILY PIC X(08).
       01  EMP-FOUND-SW PIC X VALUE 'N'.
           88  EMP-FOUND VALUE 'Y'.
       01  EP-MATCH-IDX PIC 9(04).
       01  EPX PIC 9(04).

       01  BENCH-TABLE-AREA.
           03  BT-COUNT    PIC 99 VALUE 0.
           03  BT-MAX-ENTRIES PIC 99 VALUE 50.
           03  BT-ENTRY OCCURS 50 TIMES.
               05  BT-JOB-FAMILY PIC X(08).
               05  BT-JOB-TITLE  PIC X(30).
               05  BT-SCALE      PIC X(01).
               05  BT-BAND OCCURS 5 TIMES.
                   07  BT-BAND-LOW  PIC 999V9.
                   07  BT-BAND-HIGH PIC 999V9.
       01  BENCH-FOUND-SW PIC X VALUE 'N'.
           88  BENCH-FOUND VALUE 'Y'.
       01  BT-MATCH-IDX PIC 99.
       01  BTX PIC 99.
       01  BENCH-LOOKUP-FAMILY PIC X(08).

       01  NORM-RECORD.
           03  NM-TRAIT-ID     PIC 9.
           03  NM-AGE-BAND     PIC X(02).
           03  NM-GENDER       PIC X(01).
           03  NM-MEAN         PIC 999V9.
           03  NM-SD           PIC 99V9.
           03  FILLER          PIC X(29).
       01  NMX PIC 99.
       01  NORMS-TABLE-AREA.
           03  NM-COUNT    PIC 99 VALUE 0.
           03  NM-MAX-ENTRIES PIC 99 VALUE 50.
           03  NM-ENTRY OCCURS 50 TIMES.
               05  NM-E-TRAIT-ID   PIC 9.
               05  NM-E-AGE-BAND   PIC X(02).
               05  NM-E-GENDER     PIC X(01).
               05  NM-E-MEAN       PIC 999V9.
               05  NM-E-SD         PIC 99V9.
       01  NORM-FOUND-SW PIC X VALUE 'N'.
           88  NORM-FOUND VALUE 'Y'.
       01  NM-MATCH-IDX PIC 99.

       01  FIT-WORK-AREA.
           03  FIT-SCORE        PIC S999V9.
           03  FIT-SCORE-SW     PIC X.
               88  FIT-SCORE-AVAILABLE VALUE 'Y'.
           03  FIT-WITHIN-CT    PIC 9.
           03  FIT-ASSESSED-CT  PIC 9.
           03  FIT-INDEX        PIC 999V9.

       01  COUNTS-AREA.
           03  RESULTS-READ-CT  PIC 9(05) VALUE 0.
           03  EXCLUDED-CT      PIC 9(05) VALUE 0.
           03  REPORTED-CT      PIC 9(05) VALUE 0.
           03  NOT-ON-MASTER-CT PIC 9(05) VALUE 0.
           03  NO-FAMILY-CT     PIC 9(05) VALUE 0.
           03  NO-BENCH-CT      PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(49) VALUE
               'JOB-FAMILY BENCHMARK FIT REPORT - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(75) VALUE SPACES.
       01  RPT-EMP-LINE.
           03  FILLER PIC X(09) VALUE 'EMPLOYEE '.
           03  RPT-EMP-ID PIC X(10).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-EMP-NAME PIC X(30).
           03  FILLER PIC X(02) VALUE SPACES.
           03  FILLER PIC X(11) VALUE 'JOB FAMILY '.
           03  RPT-EMP-FAMILY PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  FILLER PIC X(04) VALUE 'RUN '.
           03  RPT-EMP-RUN-DATE PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  FILLER PIC X(05) VALUE 'FORM '.
           03  RPT-EMP-FORM PIC X(02).
           03  FILLER PIC X(37) VALUE SPACES.
       01  RPT-BENCH-LINE.
           03  FILLER PIC X(12) VALUE '  BENCHMARK '.
           03  RPT-BENCH-TITLE PIC X(30).
           03  FILLER PIC X(08) VALUE '  SCALE '.
           03  RPT-BENCH-SCALE PIC X(09).
           03  FILLER PIC X(73) VALUE SPACES.
       01  RPT-TRAIT-LINE.
           03  FILLER PIC X(04) VALUE SPACES.
           03  RPT-TRAIT-LABEL PIC X(20).
           03  FILLER PIC X(08) VALUE '  SCORE '.
           03  RPT-TRAIT-SCORE PIC -ZZ9.9.
           03  FILLER PIC X(07) VALUE '  BAND '.
           03  RPT-TRAIT-LOW PIC ZZ9.9.
           03  FILLER PIC X(01) VALUE '-'.
           03  RPT-TRAIT-HIGH PIC ZZ9.9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-TRAIT-STATUS PIC X(16).
           03  FILLER PIC X(58) VALUE SPACES.
       01  RPT-FIT-LINE.
           03  FILLER PIC X(12) VALUE '  FIT INDEX '.
           03  RPT-FIT-INDEX PIC ZZ9.9.
           03  FILLER PIC X(04) VALUE '%  ('.
           03  RPT-FIT-WITHIN PIC 9.
           03  FILLER PIC X(04) VALUE ' OF '.
           03  RPT-FIT-ASSESSED PIC 9.
           03  FILLER PIC X(20) VALUE ' TRAITS WITHIN BAND)'.
           03  FILLER PIC X(85) VALUE SPACES.
       01  RPT-NOTE-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-NOTE-TEXT PIC X(60).
           03  FILLER PIC X(70) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'JOB FAMILY (BLANK=ALL):'.
           ACCEPT RUN-JOB-FAMILY.
           PERFORM LOAD-BENCHMARKS.
           IF RUN-JOB-FAMILY NOT = SPACES
               MOVE RUN-JOB-FAMILY TO BENCH-LOOKUP-FAMILY
               PERFORM FIND-BENCHMARK
               IF NOT BENCH-FOUND
                   DISPLAY 'JOB FAMILY ' RUN-JOB-FAMILY
                      ' NOT ON BENCHMARK-FILE - REPORT ABORTED'
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LOAD-EMPL-MASTER.
           PERFORM LOAD-NORMS.
           PERFORM OPEN-FIT-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-RESULTS.
           PERFORM PROCESS-RESULT UNTIL NO-MORE-RESULTS.
           IF LATEST-PRESENT
               PERFORM REPORT-EMPLOYEE-FIT
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BIG5-RESULTS-FILE.
           CLOSE FIT-REPORT-FILE.
           DISPLAY 'FIT REPORT COMPLETE - RESULTS ' RESULTS-READ-CT
              ' EMPLOYEES REPORTED ' REPORTED-CT
              ' NO BENCHMARK ' NO-BENCH-CT.
           GOBACK.

       LOAD-BENCHMARKS.
           MOVE 0 TO BT-COUNT.
           OPEN INPUT BENCHMARK-FILE.
           IF WS-FS-BENCH NOT = '00'
               DISPLAY 'UNABLE TO OPEN BENCHMARK-FILE - STATUS '
                  WS-FS-BENCH
               STOP RUN
           END-IF.
           PERFORM READ-BENCHMARK.
           PERFORM PROCESS-BENCHMARK UNTIL NO-MORE-BENCH.
           CLOSE BENCHMARK-FILE.
           IF BT-COUNT = 0
               DISPLAY 'BENCHMARK-FILE IS EMPTY - REPORT ABORTED'
               STOP RUN
           END-IF.
       PROCESS-BENCHMARK.
           IF BT-COUNT NOT < BT-MAX-ENTRIES
               DISPLAY 'BENCHMARK-FILE EXCEEDS BENCH-TABLE CAPACITY OF '
                   BT-MAX-ENTRIES ' ENTRIES - LOAD ABORTED'
               CLOSE BENCHMARK-FILE
               STOP RUN
           END-IF.
           IF BP-SCALE NOT = 'P' AND BP-SCALE NOT = 'T'
               DISPLAY 'BENCHMARK ' BP-JOB-FAMILY
                  ' HAS INVALID SCALE ' BP-SCALE ' - LOAD ABORTED'
               CLOSE BENCHMARK-FILE
               STOP RUN
           END-IF.
           MOVE BP-JOB-FAMILY TO BENCH-LOOKUP-FAMILY.
           PERFORM FIND-BENCHMARK.
           IF BENCH-FOUND
               DISPLAY 'DUPLICATE BENCHMARK FOR JOB FAMILY '
                  BP-JOB-FAMILY ' - LOAD ABORTED'
               CLOSE BENCHMARK-FILE
               STOP RUN
           END-IF.
           ADD 1 TO BT-COUNT.
           MOVE BP-JOB-FAMILY TO BT-JOB-FAMILY (BT-COUNT).
           MOVE BP-JOB-TITLE TO BT-JOB-TITLE (BT-COUNT).
           MOVE BP-SCALE TO BT-SCALE (BT-COUNT).
           PERFORM COPY-BENCH-BAND VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           PERFORM READ-BENCHMARK.
       COPY-BENCH-BAND.
           IF BP-BAND-LOW (SCX) NOT NUMERIC
              OR BP-BAND-HIGH (SCX) NOT NUMERIC
              OR BP-BAND-LOW (SCX) > BP-BAND-HIGH (SCX)
               DISPLAY 'BENCHMARK ' BP-JOB-FAMILY ' BAND FOR '
                  TRAIT-LABEL (SCX) ' INVALID - LOAD ABORTED'
               CLOSE BENCHMARK-FILE
               STOP RUN
           END-IF.
           MOVE BP-BAND-LOW (SCX) TO BT-BAND-LOW (BT-COUNT, SCX).
           MOVE BP-BAND-HIGH (SCX) TO BT-BAND-HIGH (BT-COUNT, SCX).
       READ-BENCHMARK.
           READ BENCHMARK-FILE INTO BENCH-PROFILE-REC
           AT END MOVE 'Y' TO NO-MORE-BENCH-SW.
       FIND-BENCHMARK.
           MOVE 'N' TO BENCH-FOUND-SW.
           MOVE 0 TO BT-MATCH-IDX.
           PERFORM TEST-BENCHMARK VARYING BTX FROM 1 BY 1
              UNTIL BTX > BT-COUNT OR BENCH-FOUND.
       TEST-BENCHMARK.
           IF BT-JOB-FAMILY (BTX) = BENCH-LOOKUP-FAMILY
               MOVE 'Y' TO BENCH-FOUND-SW
               MOVE BTX TO BT-MATCH-IDX.

       LOAD-EMPL-MASTER.
           MOVE 0 TO EP-COUNT.
           OPEN INPUT EMPL-MASTER-FILE.
           IF WS-FS-EMPMST NOT = '00'
               DISPLAY 'UNABLE TO OPEN EMPL-MASTER-FILE - STATUS '
                  WS-FS-EMPMST
               STOP RUN
           END-IF.
           PERFORM READ-EMPL-MASTER.
           PERFORM PROCESS-EMPL-MASTER UNTIL NO-MORE-EMPMST.
           CLOSE EMPL-MASTER-FILE.
       PROCESS-EMPL-MASTER.
           IF EP-COUNT NOT < EP-MAX-ENTRIES
               DISPLAY 'EMPL-MASTER-FILE EXCEEDS EMP-TABLE-AREA '
                   'CAPACITY OF ' EP-MAX-ENTRIES
                   ' ENTRIES - LOAD ABORTED'
               CLOSE EMPL-MASTER-FILE
               STOP RUN
           END-IF.
           ADD 1 TO EP-COUNT.
           MOVE EM-EMP-ID TO EP-EMP-ID (EP-COUNT).
           MOVE EM-JOB-FAMILY TO EP-JOB-FAMILY (EP-COUNT).
           PERFORM READ-EMPL-MASTER.
       READ-EMPL-MASTER.
           READ EMPL-MASTER-FILE INTO EMPL-MASTER-REC
           AT END MOVE 'Y' TO NO-MORE-EMPMST-SW.
       FIND-EMPLOYEE.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 0 TO EP-MATCH-IDX.
           PERFORM TEST-EMPLOYEE VARYING EPX FROM 1 BY 1
              UNTIL EPX > EP-COUNT OR EMP-FOUND.
       TEST-EMPLOYEE.
           IF EP-EMP-ID (EPX) = LV-RESP-ID
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EPX TO EP-MATCH-IDX.

       LOAD-NORMS.
           MOVE 0 TO NM-COUNT.
           OPEN INPUT NORMS-FILE.
           IF WS-FS-NORMS = '00'
               PERFORM READ-NORMS
               PERFORM PROCESS-NORMS
                  UNTIL NO-MORE-NORMS
               CLOSE NORMS-FILE
           ELSE
               DISPLAY 'NORMS-FILE NOT AVAILABLE - STATUS '
                  WS-FS-NORMS ' - T-SCORE BENCHMARKS NOT ASSESSED'
           END-IF.
       PROCESS-NORMS.
           IF NM-COUNT NOT < NM-MAX-ENTRIES
               DISPLAY 'NORMS-FILE EXCEEDS NORMS-TABLE CAPACITY OF '
                   NM-MAX-ENTRIES ' ENTRIES - LOAD ABORTED'
               CLOSE NORMS-FILE
               STOP RUN
           END-IF.
           ADD 1 TO NM-COUNT.
           MOVE NM-TRAIT-ID TO NM-E-TRAIT-ID (NM-COUNT).
           MOVE NM-AGE-BAND TO NM-E-AGE-BAND (NM-COUNT).
           MOVE NM-GENDER   TO NM-E-GENDER   (NM-COUNT).
           MOVE NM-MEAN     TO NM-E-MEAN     (NM-COUNT).
           MOVE NM-SD       TO NM-E-SD       (NM-COUNT).
           PERFORM READ-NORMS.
       READ-NORMS.
           READ NORMS-FILE INTO NORM-RECORD
           AT END MOVE 'Y' TO NO-MORE-NORMS-SW.
       FIND-NORM-ENTRY.
           MOVE 'N' TO NORM-FOUND-SW.
           IF REC-FORM-CODE = 'A '
               PERFORM TEST-NORM-ENTRY VARYING NMX FROM 1 BY 1
                  UNTIL NMX > NM-COUNT OR NORM-FOUND
           END-IF.
       TEST-NORM-ENTRY.
           IF NM-E-TRAIT-ID (NMX) = SCX
              AND NM-E-AGE-BAND (NMX) = LV-AGE-BAND
              AND NM-E-GENDER (NMX) = LV-GENDER
               MOVE 'Y' TO NORM-FOUND-SW
               MOVE NMX TO NM-MATCH-IDX.

       OPEN-FIT-FILES.
           OPEN INPUT BIG5-RESULTS-FILE.
           IF WS-FS-RESULTS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BIG5-RESULTS-FILE - STATUS '
                  WS-FS-RESULTS
               STOP RUN
           END-IF.
           OPEN OUTPUT FIT-REPORT-FILE.
           IF WS-FS-FITRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN FIT-REPORT-FILE - STATUS '
                  WS-FS-FITRPT
               CLOSE BIG5-RESULTS-FILE
               STOP RUN
           END-IF.
      *****************************************************************
      *  ONLY THE LATEST ATTEMPT OF A RESPONDENT/RUN-DATE COUNTS.
      *  THE MASTER ARRIVES IN KEY ORDER, SO AN ATTEMPT IS SUPERSEDED
      *  WHENEVER THE NEXT RECORD CARRIES THE SAME ID AND RUN DATE.
      *****************************************************************
       READ-RESULTS.
           IF NOT PENDING-PRIMED
               MOVE 'Y' TO PENDING-PRIMED-SW
               PERFORM READ-RESULTS-PHYS
           END-IF.
           IF NO-MORE-PENDING
               MOVE 'Y' TO NO-MORE-RESULTS-SW
           ELSE
               MOVE PENDING-MASTER-REC TO BIG5-MASTER-REC
               PERFORM READ-RESULTS-PHYS
               PERFORM TAKE-LATER-ATTEMPT
                  UNTIL NO-MORE-PENDING
                  OR PD-RESP-ID NOT = BM-RESP-ID
                  OR PD-RUN-DATE NOT = BM-RUN-DATE
           END-IF.
       TAKE-LATER-ATTEMPT.
           MOVE PENDING-MASTER-REC TO BIG5-MASTER-REC.
           PERFORM READ-RESULTS-PHYS.
       READ-RESULTS-PHYS.
           READ BIG5-RESULTS-FILE INTO PENDING-MASTER-REC
           AT END MOVE 'Y' TO NO-MORE-PENDING-SW.
      *****************************************************************
      *  RUN DATES OF A RESPONDENT ARRIVE IN ASCENDING ORDER, SO THE
      *  LAST NON-Q RESULT HELD WHEN THE RESPONDENT ID CHANGES IS THE
      *  LATEST VALID RESULT - THAT IS THE ONE COMPARED WITH THE
      *  BENCHMARK.
      *****************************************************************
       PROCESS-RESULT.
           ADD 1 TO RESULTS-READ-CT.
           IF LATEST-PRESENT AND BM-RESP-ID NOT = LV-RESP-ID
               PERFORM REPORT-EMPLOYEE-FIT
           END-IF.
           IF BM-VALID-FLAG = 'Q'
               ADD 1 TO EXCLUDED-CT
           ELSE
               MOVE BIG5-MASTER-REC TO LATEST-VALID-REC
               MOVE 'Y' TO LATEST-PRESENT-SW
           END-IF.
           PERFORM READ-RESULTS.

       REPORT-EMPLOYEE-FIT.
           MOVE 'N' TO LATEST-PRESENT-SW.
           MOVE LV-FORM-CODE TO REC-FORM-CODE.
           IF REC-FORM-CODE = SPACES
               MOVE 'A ' TO REC-FORM-CODE
           END-IF.
           PERFORM FIND-EMPLOYEE.
           IF NOT EMP-FOUND
               IF RUN-JOB-FAMILY = SPACES
                   ADD 1 TO NOT-ON-MASTER-CT
                   MOVE SPACES TO RPT-EMP-FAMILY
                   PERFORM WRITE-EMPLOYEE-LINE
                   MOVE 'NOT ON EMPLOYEE MASTER - NO JOB FAMILY'
                      TO RPT-NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
               END-IF
           ELSE
               IF RUN-JOB-FAMILY = SPACES
                  OR EP-JOB-FAMILY (EP-MATCH-IDX) = RUN-JOB-FAMILY
                   PERFORM REPORT-FAMILY-FIT
               END-IF
           END-IF.
       REPORT-FAMILY-FIT.
           MOVE EP-JOB-FAMILY (EP-MATCH-IDX) TO RPT-EMP-FAMILY.
           PERFORM WRITE-EMPLOYEE-LINE.
           IF EP-JOB-FAMILY (EP-MATCH-IDX) = SPACES
               ADD 1 TO NO-FAMILY-CT
               MOVE 'NO JOB FAMILY ON EMPLOYEE MASTER' TO RPT-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           ELSE
               MOVE EP-JOB-FAMILY (EP-MATCH-IDX)
                  TO BENCH-LOOKUP-FAMILY
               PERFORM FIND-BENCHMARK
               IF NOT BENCH-FOUND
                   ADD 1 TO NO-BENCH-CT
                   MOVE 'NO BENCHMARK PROFILE FOR THIS JOB FAMILY'
                      TO RPT-NOTE-TEXT
                   PERFORM WRITE-NOTE-LINE
               ELSE
                   ADD 1 TO REPORTED-CT
                   PERFORM WRITE-BENCHMARK-FIT
               END-IF
           END-IF.
       WRITE-EMPLOYEE-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE LV-RESP-ID TO RPT-EMP-ID.
           MOVE LV-RESP-NAME TO RPT-EMP-NAME.
           MOVE LV-RUN-DATE TO RPT-EMP-RUN-DATE.
           MOVE REC-FORM-CODE TO RPT-EMP-FORM.
           MOVE RPT-EMP-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-NOTE-LINE.
           MOVE RPT-NOTE-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-BENCHMARK-FIT.
           MOVE BT-JOB-TITLE (BT-MATCH-IDX) TO RPT-BENCH-TITLE.
           IF BT-SCALE (BT-MATCH-IDX) = 'T'
               MOVE 'T-SCORE' TO RPT-BENCH-SCALE
           ELSE
               MOVE 'PERCENT' TO RPT-BENCH-SCALE
           END-IF.
           MOVE RPT-BENCH-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO FIT-WITHIN-CT.
           MOVE 0 TO FIT-ASSESSED-CT.
           PERFORM WRITE-TRAIT-FIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           IF FIT-ASSESSED-CT = 0
               MOVE 'FIT INDEX NOT AVAILABLE - NO NORM DATA FOR RESULT'
                  TO RPT-NOTE-TEXT
               PERFORM WRITE-NOTE-LINE
           ELSE
               COMPUTE FIT-INDEX ROUNDED =
                  FIT-WITHIN-CT * 100 / FIT-ASSESSED-CT
               MOVE FIT-INDEX TO RPT-FIT-INDEX
               MOVE FIT-WITHIN-CT TO RPT-FIT-WITHIN
               MOVE FIT-ASSESSED-CT TO RPT-FIT-ASSESSED
               MOVE RPT-FIT-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
      *****************************************************************
      *  A T-SCORE BAND NEEDS NORM DATA FOR THE RESULT'S AGE BAND AND
      *  GENDER (FORM A ONLY).  A TRAIT WITHOUT IT IS LISTED BUT LEFT
      *  OUT OF THE FIT INDEX, WHICH IS THE SHARE OF ASSESSED TRAITS
      *  THAT FALL WITHIN THE BAND.
      *****************************************************************
       WRITE-TRAIT-FIT.
           MOVE 'Y' TO FIT-SCORE-SW.
           IF BT-SCALE (BT-MATCH-IDX) = 'T'
               PERFORM FIND-NORM-ENTRY
               IF NORM-FOUND
                   COMPUTE FIT-SCORE ROUNDED =
                      ((LV-SUM-TRAIT (SCX) - NM-E-MEAN (NM-MATCH-IDX))
                         / NM-E-SD (NM-MATCH-IDX)) * 10 + 50
               ELSE
                   MOVE 'N' TO FIT-SCORE-SW
                   MOVE 0 TO FIT-SCORE
               END-IF
           ELSE
               MOVE LV-PCT-TRAIT (SCX) TO FIT-SCORE
           END-IF.
           MOVE TRAIT-LABEL (SCX) TO RPT-TRAIT-LABEL.
           MOVE FIT-SCORE TO RPT-TRAIT-SCORE.
           MOVE BT-BAND-LOW (BT-MATCH-IDX, SCX) TO RPT-TRAIT-LOW.
           MOVE BT-BAND-HIGH (BT-MATCH-IDX, SCX) TO RPT-TRAIT-HIGH.
           IF NOT FIT-SCORE-AVAILABLE
               MOVE 'NO NORM DATA' TO RPT-TRAIT-STATUS
           ELSE
               ADD 1 TO FIT-ASSESSED-CT
               IF FIT-SCORE < BT-BAND-LOW (BT-MATCH-IDX, SCX)
                   MOVE 'BELOW BAND' TO RPT-TRAIT-STATUS
               ELSE
                   IF FIT-SCORE > BT-BAND-HIGH (BT-MATCH-IDX, SCX)
                       MOVE 'ABOVE BAND' TO RPT-TRAIT-STATUS
                   ELSE
                       ADD 1 TO FIT-WITHIN-CT
                       MOVE 'WITHIN BAND' TO RPT-TRAIT-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE RPT-TRAIT-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE FIT-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-FITRPT NOT = '00'
               DISPLAY 'ERROR WRITING FIT-REPORT-FILE - STATUS '
                  WS-FS-FITRPT
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
           MOVE 'RESULTS READ'          TO RPT-TOTAL-TEXT.
           MOVE RESULTS-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'PROTOCOLS EXCLUDED (Q)' TO RPT-TOTAL-TEXT.
           MOVE EXCLUDED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EMPLOYEES REPORTED'    TO RPT-TOTAL-TEXT.
           MOVE REPORTED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NOT ON EMPLOYEE MASTER' TO RPT-TOTAL-TEXT.
           MOVE NOT-ON-MASTER-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NO JOB FAMILY'         TO RPT-TOTAL-TEXT.
           MOVE NO-FAMILY-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'NO BENCHMARK PROFILE'  TO RPT-TOTAL-TEXT.
           MOVE NO-BENCH-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
