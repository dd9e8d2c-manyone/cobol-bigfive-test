       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO UT-S-CYCLCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CYF-BUSINESS-DATE
               FILE STATUS IS WS-FS-CYCLCTL.

           SELECT RUN-LOG-FILE
               ASSIGN TO UT-S-RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-FS-RUNLOG.

           SELECT CYCLE-REPORT-FILE
               ASSIGN TO UT-S-CYCLRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CYCLRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  CYCLE-CONTROL-FILE
              RECORD CONTAINS 160 CHARACTERS
              RECORDING MODE IS F.

       01  CYCLE-CONTROL-RECORD.
           03  CYF-BUSINESS-DATE   PIC X(08).
           03  FILLER              PIC X(152).

       FD  RUN-LOG-FILE
              RECORD CONTAINS 80 CHARACTERS
              RECORDING MODE IS F.

       01  RUN-LOG-RECORD.
           03  RL-KEY.
               05  RL-RUN-DATE     PIC X(08).
               05  RL-FORM-CODE    PIC X(02).
           03  RL-RUN-MODE         PIC X.
           03  RL-START-TIME       PIC X(06).
           03  RL-END-TIME         PIC X(06).
           03  RL-SHEETS-READ      PIC 9(05).
           03  RL-SHEETS-SCORED    PIC 9(05).
           03  RL-SHEETS-REJECTED  PIC 9(05).
           03  RL-RESULTS-WRITTEN  PIC 9(05).
           03  FILLER              PIC X(37).

       FD  CYCLE-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CYCLE-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5CYCL.

       01  WS-FS-CYCLCTL   PIC X(02).
       01  WS-FS-RUNLOG    PIC X(02).
       01  WS-FS-CYCLRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  WS-TIME         PIC X(06).

       01  CYCLE-FUNCTION PIC X.
           88  BEGIN-STEP-FUNCTION VALUE 'B'.
           88  END-STEP-FUNCTION VALUE 'E'.
           88  FAIL-STEP-FUNCTION VALUE 'F'.
           88  REPORT-FUNCTION VALUE 'R'.
       01  BUSINESS-DATE PIC X(08).
       01  STEP-NO-X PIC X.
       01  FILLER REDEFINES STEP-NO-X.
           03  STEP-NO PIC 9.
       01  SCORING-STEP PIC 9 VALUE 2.
       01  RUN-FORM-CODE PIC X(02).
       01  SCORING-RUN-DATE PIC X(08).
       01  COUNT-ENTRY-X PIC X(05).
       01  FILLER REDEFINES COUNT-ENTRY-X.
           03  COUNT-ENTRY PIC 9(05).
       01  CYCLE-RECORD-SW PIC X VALUE 'N'.
           88  CYCLE-RECORD-ON-FILE VALUE 'Y'.
       01  REFUSE-MSG PIC X(100).
       01  SCX PIC 9.
       01  RESTART-STEP PIC 9.

       01  STEP-NAMES.
           03  FILLER PIC X(08) VALUE 'EDITANS'.
           03  FILLER PIC X(08) VALUE 'BIGFIVE'.
           03  FILLER PIC X(08) VALUE 'RSLTRECN'.
           03  FILLER PIC X(08) VALUE 'HRXTRACT'.
           03  FILLER PIC X(08) VALUE 'REPORTS'.
       01  FILLER REDEFINES STEP-NAMES.
           03  STEP-NAME PIC X(08) OCCURS 5 TIMES.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(49) VALUE
               'NIGHTLY CYCLE STATUS REPORT - BUSINESS DATE '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(12) VALUE '  PRINTED '.
           03  RPT-HEAD-RUN-DATE PIC X(08).
           03  FILLER PIC X(55) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           03  FILLER PIC X(45) VALUE
               'STEP  PROGRAM   STATUS        START   END   '.
           03  FILLER PIC X(36) VALUE
               '  RECORDS IN  RECORDS OUT  REJECTED'.
           03  FILLER PIC X(51) VALUE SPACES.
       01  RPT-STEP-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-STEP-NO PIC 9.
           03  FILLER PIC X(03) VALUE SPACES.
           03  RPT-STEP-NAME PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-STEP-STATUS PIC X(12).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-STEP-START PIC X(06).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-STEP-END PIC X(06).
           03  FILLER PIC X(07) VALUE SPACES.
           03  RPT-STEP-IN PIC ZZZZ9.
           03  FILLER PIC X(08) VALUE SPACES.
           03  RPT-STEP-OUT PIC ZZZZ9.
           03  FILLER PIC X(05) VALUE SPACES.
           03  RPT-STEP-REJECTED PIC ZZZZ9.
           03  FILLER PIC X(53) VALUE SPACES.
       01  RPT-NOTE-LINE.
           03  RPT-NOTE-TEXT PIC X(80).
           03  FILLER PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'CYCLE FUNCTION (B=BEGIN STEP E=END STEP '
              'F=STEP FAILED R=STATUS REPORT):'.
           ACCEPT CYCLE-FUNCTION.
           IF NOT BEGIN-STEP-FUNCTION AND NOT END-STEP-FUNCTION
              AND NOT FAIL-STEP-FUNCTION AND NOT REPORT-FUNCTION
               DISPLAY 'CYCLE FUNCTION ' CYCLE-FUNCTION
                  ' NOT VALID - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'BUSINESS DATE (YYYYMMDD, BLANK=TODAY ON R ONLY):'.
           ACCEPT BUSINESS-DATE.
           IF BUSINESS-DATE = SPACES AND REPORT-FUNCTION
               MOVE WS-RUN-DATE TO BUSINESS-DATE
           END-IF.
           IF BUSINESS-DATE = SPACES
               DISPLAY 'BUSINESS DATE REQUIRED FOR FUNCTION '
                  CYCLE-FUNCTION ' - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BUSINESS-DATE NOT NUMERIC
               DISPLAY 'BUSINESS DATE ' BUSINESS-DATE
                  ' NOT VALID - RUN ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT REPORT-FUNCTION
               DISPLAY 'STEP (1=EDITANS 2=BIGFIVE 3=RSLTRECN '
                  '4=HRXTRACT 5=REPORTS):'
               ACCEPT STEP-NO-X
               IF STEP-NO-X NOT NUMERIC
                  OR STEP-NO < 1 OR STEP-NO > 5
                   DISPLAY 'STEP ' STEP-NO-X
                      ' NOT VALID - RUN ABORTED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM OPEN-CYCLE-FILE.
           PERFORM READ-CYCLE-RECORD.
           IF BEGIN-STEP-FUNCTION
               PERFORM BEGIN-CYCLE-STEP
           END-IF.
           IF END-STEP-FUNCTION
               PERFORM END-CYCLE-STEP
           END-IF.
           IF FAIL-STEP-FUNCTION
               PERFORM FAIL-CYCLE-STEP
           END-IF.
           IF REPORT-FUNCTION
               PERFORM PRINT-CYCLE-REPORT
           END-IF.
           CLOSE CYCLE-CONTROL-FILE.
           GOBACK.

       OPEN-CYCLE-FILE.
           OPEN I-O CYCLE-CONTROL-FILE.
           IF WS-FS-CYCLCTL = '35'
               OPEN OUTPUT CYCLE-CONTROL-FILE
               CLOSE CYCLE-CONTROL-FILE
               OPEN I-O CYCLE-CONTROL-FILE
           END-IF.
           IF WS-FS-CYCLCTL NOT = '00'
               DISPLAY 'UNABLE TO OPEN CYCLE-CONTROL-FILE - STATUS '
                  WS-FS-CYCLCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-CYCLE-RECORD.
           MOVE BUSINESS-DATE TO CYF-BUSINESS-DATE.
           READ CYCLE-CONTROL-FILE INTO CYCLE-CONTROL-REC
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-CYCLCTL = '00'
               MOVE 'Y' TO CYCLE-RECORD-SW
           ELSE
               MOVE 'N' TO CYCLE-RECORD-SW
               MOVE SPACES TO CYCLE-CONTROL-REC
               MOVE BUSINESS-DATE TO CC-BUSINESS-DATE
               PERFORM CLEAR-STEP-ENTRY VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
           END-IF.
       CLEAR-STEP-ENTRY.
           MOVE SPACE TO CC-STEP-STATUS (SCX).
           MOVE SPACES TO CC-START-TIME (SCX).
           MOVE SPACES TO CC-END-TIME (SCX).
           MOVE 0 TO CC-RECORDS-IN (SCX).
           MOVE 0 TO CC-RECORDS-OUT (SCX).
           MOVE 0 TO CC-RECORDS-REJECTED (SCX).
       UPDATE-CYCLE-RECORD.
           IF CYCLE-RECORD-ON-FILE
               REWRITE CYCLE-CONTROL-RECORD FROM CYCLE-CONTROL-REC
               END-REWRITE
           ELSE
               WRITE CYCLE-CONTROL-RECORD FROM CYCLE-CONTROL-REC
               END-WRITE
               MOVE 'Y' TO CYCLE-RECORD-SW
           END-IF.
           IF WS-FS-CYCLCTL NOT = '00'
               DISPLAY 'ERROR UPDATING CYCLE-CONTROL-FILE - STATUS '
                  WS-FS-CYCLCTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  A STEP MAY BEGIN ONLY WHEN EVERY EARLIER STEP OF THE SAME
      *  BUSINESS DATE IS COMPLETE.  A STEP LEFT RUNNING BY A FAILED
      *  JOB MUST BE MARKED FAILED BEFORE IT CAN BE STARTED AGAIN.
      *****************************************************************
       BEGIN-CYCLE-STEP.
           IF CC-STEP-COMPLETE (STEP-NO)
               MOVE SPACES TO REFUSE-MSG
               STRING 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
                  ' ALREADY COMPLETE FOR BUSINESS DATE '
                  BUSINESS-DATE ' - NOT STARTED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           IF CC-STEP-RUNNING (STEP-NO)
               MOVE SPACES TO REFUSE-MSG
               STRING 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
                  ' ALREADY RUNNING SINCE ' CC-START-TIME (STEP-NO)
                  ' - MARK IT FAILED BEFORE RESTARTING'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           PERFORM CHECK-PREDECESSOR VARYING SCX FROM 1 BY 1
              UNTIL SCX NOT < STEP-NO.
           ACCEPT WS-TIME FROM TIME.
           MOVE 'R' TO CC-STEP-STATUS (STEP-NO).
           MOVE WS-TIME TO CC-START-TIME (STEP-NO).
           MOVE SPACES TO CC-END-TIME (STEP-NO).
           MOVE 0 TO CC-RECORDS-IN (STEP-NO).
           MOVE 0 TO CC-RECORDS-OUT (STEP-NO).
           MOVE 0 TO CC-RECORDS-REJECTED (STEP-NO).
           PERFORM UPDATE-CYCLE-RECORD.
           DISPLAY 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
              ' STARTED FOR BUSINESS DATE ' BUSINESS-DATE
              ' AT ' WS-TIME.
       CHECK-PREDECESSOR.
           IF NOT CC-STEP-COMPLETE (SCX)
               MOVE SPACES TO REFUSE-MSG
               STRING 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
                  ' REFUSED - PREDECESSOR ' STEP-NAME (SCX)
                  ' NOT COMPLETE FOR BUSINESS DATE ' BUSINESS-DATE
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.

       END-CYCLE-STEP.
           IF NOT CC-STEP-RUNNING (STEP-NO)
               MOVE SPACES TO REFUSE-MSG
               STRING 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
                  ' IS NOT RUNNING FOR BUSINESS DATE '
                  BUSINESS-DATE ' - CANNOT BE ENDED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           IF STEP-NO = SCORING-STEP
               PERFORM PICK-UP-RUN-LOG-COUNTS
           ELSE
               ACCEPT WS-TIME FROM TIME
               MOVE WS-TIME TO CC-END-TIME (STEP-NO)
               PERFORM ACCEPT-STEP-COUNTS
           END-IF.
           MOVE 'C' TO CC-STEP-STATUS (STEP-NO).
           PERFORM UPDATE-CYCLE-RECORD.
           DISPLAY 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
              ' COMPLETE FOR BUSINESS DATE ' BUSINESS-DATE
              ' - IN ' CC-RECORDS-IN (STEP-NO)
              ' OUT ' CC-RECORDS-OUT (STEP-NO)
              ' REJECTED ' CC-RECORDS-REJECTED (STEP-NO).
      *****************************************************************
      *  THE SCORING STEP TAKES ITS TIMES AND COUNTS FROM BIGFIVE'S
      *  BATCH RUN-LOG-FILE ENTRY FOR THE SCORING RUN DATE AND FORM,
      *  AND IS ONLY ENDED ONCE THAT ENTRY SHOWS THE RUN FINISHED.
      *  BIGFIVE LOGS UNDER THE DATE IT RAN, WHICH IS THE DAY AFTER THE
      *  BUSINESS DATE WHEN THE STREAM SCORES PAST MIDNIGHT.
      *****************************************************************
       PICK-UP-RUN-LOG-COUNTS.
           DISPLAY 'INVENTORY FORM CODE SCORED (BLANK=A): '.
           ACCEPT RUN-FORM-CODE.
           IF RUN-FORM-CODE = SPACES
               MOVE 'A ' TO RUN-FORM-CODE
           END-IF.
           DISPLAY 'SCORING RUN DATE (YYYYMMDD, BLANK=BUSINESS DATE):'.
           ACCEPT SCORING-RUN-DATE.
           IF SCORING-RUN-DATE = SPACES
               MOVE BUSINESS-DATE TO SCORING-RUN-DATE
           END-IF.
           IF SCORING-RUN-DATE NOT NUMERIC
               MOVE SPACES TO REFUSE-MSG
               STRING 'SCORING RUN DATE ' SCORING-RUN-DATE
                  ' NOT VALID - SCORING STEP NOT ENDED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-FS-RUNLOG NOT = '00'
               MOVE SPACES TO REFUSE-MSG
               STRING 'UNABLE TO OPEN RUN-LOG-FILE - STATUS '
                  WS-FS-RUNLOG ' - SCORING STEP NOT ENDED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           MOVE SCORING-RUN-DATE TO RL-RUN-DATE.
           MOVE RUN-FORM-CODE TO RL-FORM-CODE.
           READ RUN-LOG-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FS-RUNLOG NOT = '00' OR RL-RUN-MODE NOT = '2'
               CLOSE RUN-LOG-FILE
               MOVE SPACES TO REFUSE-MSG
               STRING 'NO BATCH RUN ON RUN-LOG-FILE FOR '
                  SCORING-RUN-DATE ' FORM ' RUN-FORM-CODE
                  ' - SCORING STEP NOT ENDED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           CLOSE RUN-LOG-FILE.
           IF RL-END-TIME = SPACES
               MOVE SPACES TO REFUSE-MSG
               STRING 'BATCH RUN FOR ' SCORING-RUN-DATE ' FORM '
                  RUN-FORM-CODE ' HAS NOT FINISHED'
                  ' - SCORING STEP NOT ENDED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           MOVE RL-START-TIME TO CC-START-TIME (STEP-NO).
           MOVE RL-END-TIME TO CC-END-TIME (STEP-NO).
           MOVE RL-SHEETS-READ TO CC-RECORDS-IN (STEP-NO).
           MOVE RL-RESULTS-WRITTEN TO CC-RECORDS-OUT (STEP-NO).
           MOVE RL-SHEETS-REJECTED TO CC-RECORDS-REJECTED (STEP-NO).
      *****************************************************************
      *  THE OTHER STEPS REPORT THEIR COUNTS ON THE CONSOLE; THE
      *  OPERATOR KEYS THEM HERE AS FIVE DIGITS.
      *****************************************************************
       ACCEPT-STEP-COUNTS.
           DISPLAY 'RECORDS IN (5 DIGITS):'.
           PERFORM ACCEPT-COUNT-ENTRY.
           MOVE COUNT-ENTRY TO CC-RECORDS-IN (STEP-NO).
           DISPLAY 'RECORDS OUT (5 DIGITS):'.
           PERFORM ACCEPT-COUNT-ENTRY.
           MOVE COUNT-ENTRY TO CC-RECORDS-OUT (STEP-NO).
           DISPLAY 'RECORDS REJECTED (5 DIGITS):'.
           PERFORM ACCEPT-COUNT-ENTRY.
           MOVE COUNT-ENTRY TO CC-RECORDS-REJECTED (STEP-NO).
       ACCEPT-COUNT-ENTRY.
           ACCEPT COUNT-ENTRY-X.
           IF COUNT-ENTRY-X = SPACES
               MOVE '00000' TO COUNT-ENTRY-X
           END-IF.
           IF COUNT-ENTRY-X NOT NUMERIC
               MOVE SPACES TO REFUSE-MSG
               STRING 'COUNT ' COUNT-ENTRY-X
                  ' NOT VALID - STEP NOT ENDED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.

       FAIL-CYCLE-STEP.
           IF NOT CC-STEP-RUNNING (STEP-NO)
               MOVE SPACES TO REFUSE-MSG
               STRING 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
                  ' IS NOT RUNNING FOR BUSINESS DATE '
                  BUSINESS-DATE ' - CANNOT BE MARKED FAILED'
                  DELIMITED BY SIZE INTO REFUSE-MSG
               PERFORM REFUSE-CYCLE-STEP
           END-IF.
           ACCEPT WS-TIME FROM TIME.
           MOVE 'F' TO CC-STEP-STATUS (STEP-NO).
           MOVE WS-TIME TO CC-END-TIME (STEP-NO).
           PERFORM UPDATE-CYCLE-RECORD.
           DISPLAY 'STEP ' STEP-NO ' ' STEP-NAME (STEP-NO)
              ' MARKED FAILED FOR BUSINESS DATE ' BUSINESS-DATE.

       REFUSE-CYCLE-STEP.
           DISPLAY REFUSE-MSG.
           MOVE 8 TO RETURN-CODE.
           CLOSE CYCLE-CONTROL-FILE.
           STOP RUN.

       PRINT-CYCLE-REPORT.
           OPEN OUTPUT CYCLE-REPORT-FILE.
           IF WS-FS-CYCLRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CYCLE-REPORT-FILE - STATUS '
                  WS-FS-CYCLRPT
               CLOSE CYCLE-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUSINESS-DATE TO RPT-HEAD-DATE.
           MOVE WS-RUN-DATE TO RPT-HEAD-RUN-DATE.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF NOT CYCLE-RECORD-ON-FILE
               MOVE 'NO CYCLE HAS BEEN STARTED FOR THIS BUSINESS DATE'
                  TO RPT-NOTE-TEXT
               MOVE RPT-NOTE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE RPT-COLUMN-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO RESTART-STEP
               PERFORM PRINT-STEP-LINE VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
               MOVE SPACES TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RPT-NOTE-TEXT
               IF RESTART-STEP = 0
                   MOVE 'CYCLE COMPLETE - ALL STEPS FINISHED'
                      TO RPT-NOTE-TEXT
               ELSE
                   STRING 'CYCLE NOT COMPLETE - RESTART AT STEP '
                      RESTART-STEP ' ' STEP-NAME (RESTART-STEP)
                      DELIMITED BY SIZE INTO RPT-NOTE-TEXT
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE RPT-NOTE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           CLOSE CYCLE-REPORT-FILE.
           DISPLAY 'CYCLE STATUS REPORT COMPLETE FOR BUSINESS DATE '
              BUSINESS-DATE.
       PRINT-STEP-LINE.
           MOVE SCX TO RPT-STEP-NO.
           MOVE STEP-NAME (SCX) TO RPT-STEP-NAME.
           IF CC-STEP-COMPLETE (SCX)
               MOVE 'COMPLETE' TO RPT-STEP-STATUS
           ELSE
               IF RESTART-STEP = 0
                   MOVE SCX TO RESTART-STEP
               END-IF
               IF CC-STEP-RUNNING (SCX)
                   MOVE 'RUNNING' TO RPT-STEP-STATUS
               ELSE
                   IF CC-STEP-FAILED (SCX)
                       MOVE 'FAILED' TO RPT-STEP-STATUS
                   ELSE
                       MOVE 'NOT STARTED' TO RPT-STEP-STATUS
                   END-IF
               END-IF
           END-IF.
           MOVE CC-START-TIME (SCX) TO RPT-STEP-START.
           MOVE CC-END-TIME (SCX) TO RPT-STEP-END.
           MOVE CC-RECORDS-IN (SCX) TO RPT-STEP-IN.
           MOVE CC-RECORDS-OUT (SCX) TO RPT-STEP-OUT.
           MOVE CC-RECORDS-REJECTED (SCX) TO RPT-STEP-REJECTED.
           MOVE RPT-STEP-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE CYCLE-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-CYCLRPT NOT = '00'
               DISPLAY 'ERROR WRITING CYCLE-REPORT-FILE - STATUS '
                  WS-FS-CYCLRPT
               STOP RUN
           END-IF.
