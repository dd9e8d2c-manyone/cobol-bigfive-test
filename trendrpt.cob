               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRF-KEY
               FILE STATUS IS WS-FS-RESULTS.

           SELECT CONCORDANCE-FILE
               ASSIGN TO UT-S-CONCORD
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONCORD.
       DATA DIVISION.
       FILE SECTION.

               05  BRF-ATTEMPT-SEQ PIC X(02).
           03  FILLER              PIC X(100).

       FD  CONCORDANCE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONCORDANCE-RECORD.
           03 FILLER PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5LINK.

       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-CONCORD   PIC X(02).
       01  EOF-FLAGS.
           03 NO-MORE-RESULTS-SW PIC X VALUE SPACE.
               88 NO-MORE-RESULTS VALUE 'Y'.
           03 NO-MORE-CONCORD-SW PIC X VALUE SPACE.
               88 NO-MORE-CONCORD VALUE 'Y'.

       01  PENDING-MASTER-AREA.
           03  PENDING-MASTER-REC.
               05  RT-R-TRAIT OCCURS 5 TIMES.
                   07  RT-SUM-TRAIT PIC 999.
                   07  RT-PCT-TRAIT PIC 999V9.
                   07  RT-LINK-SW   PIC X.
                   07  RT-LINK-PCT  PIC 999V9.

       01  OVERFLOW-WARNED-SW PIC X VALUE 'N'.
           88  OVERFLOW-WARNED VALUE 'Y'.
       01  DSP-SUM       PIC ZZ9.
       01  DSP-PCT       PIC ZZ9.9.
       01  DSP-DELTA     PIC -ZZ9.9.
       01  LINK-DISPLAY.
           03  LD-LABEL  PIC X(10).
           03  LD-PCT    PIC ZZ9.9.
           03  LD-SIGN   PIC X.
       01  NO-DELTA-TEXT PIC X(36).

      *****************************************************************
      *  CONCORDANCE FROM LINKFORM: PER FORM AND TRAIT THE SLOPE AND
      *  INTERCEPT THAT PUT A FORM PERCENT ON THE REFERENCE FORM SCALE.
      *  A FORM/TRAIT NOT HELD HERE IS NOT COMPARABLE.
      *****************************************************************
       01  CONCORD-TABLE-AREA.
           03  CN-REF-FORM PIC X(02) VALUE SPACES.
           03  CN-COUNT PIC 99 VALUE 0.
           03  CN-MAX-ENTRIES PIC 99 VALUE 10.
           03  CN-ENTRY OCCURS 10 TIMES.
               05  CN-FORM-CODE PIC X(02).
               05  CN-TRAIT OCCURS 5 TIMES.
                   07  CN-LINKED-SW PIC X.
                       88  CN-LINKED VALUE 'Y'.
                   07  CN-SLOPE PIC 9(03)V9(04).
                   07  CN-INTERCEPT PIC S9(03)V9(04).
       01  CNX PIC 99.
       01  CNY PIC 9.
       01  CN-MATCH-IDX PIC 99.
       01  LINK-FORM-CODE PIC X(02).
       01  LINK-TRAIT-ID PIC 9.
       01  LINK-PCT-IN PIC 999V9.
       01  LINK-PCT-OUT PIC 999V9.
       01  LINK-WORK PIC S9(05)V9(04).
       01  LINK-FOUND-SW PIC X.
           88  LINK-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.
           DISPLAY 'RESPONDENT ID (BLANK=ALL WITH RETESTS):'.
           ACCEPT SELECT-RESP-ID.
           PERFORM LOAD-CONCORDANCE.
           PERFORM PRINT-HEADINGS.
           PERFORM SWEEP-RESULTS.
           PERFORM PRINT-TOTALS.
           MOVE DELTA-THRESHOLD TO DSP-THRESH.
           DISPLAY 'DELTAS OVER ' DSP-THRESH
              ' PCT-POINTS FLAGGED *'.
           DISPLAY 'LINKED= IS THE PCT ON THE FORM ' CN-REF-FORM
              ' SCALE - DELTAS USE LINKED PCTS'.

       SWEEP-RESULTS.
           MOVE SPACES TO RT-RESP-ID.
       COPY-RUN-TRAIT.
           MOVE BM-SUM-TRAIT (SCX) TO RT-SUM-TRAIT (RNY, SCX).
           MOVE BM-PCT-TRAIT (SCX) TO RT-PCT-TRAIT (RNY, SCX).
           MOVE REC-FORM-CODE TO LINK-FORM-CODE.
           MOVE SCX TO LINK-TRAIT-ID.
           MOVE BM-PCT-TRAIT (SCX) TO LINK-PCT-IN.
           PERFORM LINK-PCT.
           IF LINK-FOUND
               MOVE 'Y' TO RT-LINK-SW (RNY, SCX)
           ELSE
               MOVE 'N' TO RT-LINK-SW (RNY, SCX)
           END-IF.
           MOVE LINK-PCT-OUT TO RT-LINK-PCT (RNY, SCX).

       PRINT-RESP-BREAK.
           IF RT-RESP-ID NOT = SPACES AND RT-RUN-COUNT > 0
       PRINT-TRAIT-RUN.
           MOVE RT-SUM-TRAIT (RNX, SCX) TO DSP-SUM.
           MOVE RT-PCT-TRAIT (RNX, SCX) TO DSP-PCT.
           IF RT-LINK-SW (RNX, SCX) = 'Y'
               MOVE '  LINKED=' TO LD-LABEL
               MOVE RT-LINK-PCT (RNX, SCX) TO LD-PCT
               MOVE '%' TO LD-SIGN
           ELSE
               MOVE '  NOT COMPARABLE' TO LINK-DISPLAY
           END-IF.
           IF RNX = 1
               DISPLAY '    ' RT-RUN-DATE (RNX)
                  ' FORM ' RT-FORM-CODE (RNX)
                  '  SUM=' DSP-SUM '  PCT=' DSP-PCT '%' LINK-DISPLAY
           ELSE
             IF RT-LINK-SW (RNX, SCX) = 'Y'
                AND RT-LINK-SW (RNX - 1, SCX) = 'Y'
               COMPUTE PCT-DELTA = RT-LINK-PCT (RNX, SCX)
                  - RT-LINK-PCT (RNX - 1, SCX)
               PERFORM PRINT-DELTA-RUN
             ELSE
               IF RT-FORM-CODE (RNX) = RT-FORM-CODE (RNX - 1)
                 COMPUTE PCT-DELTA = RT-PCT-TRAIT (RNX, SCX)
                    - RT-PCT-TRAIT (RNX - 1, SCX)
                 PERFORM PRINT-DELTA-RUN
               ELSE
                 IF RT-LINK-SW (RNX, SCX) = 'Y'
                     MOVE '  (PRIOR NOT COMPARABLE - NO DELTA)'
                        TO NO-DELTA-TEXT
                 ELSE
                     MOVE '  (FORM CHANGE - NO DELTA)'
                        TO NO-DELTA-TEXT
                 END-IF
                 DISPLAY '    ' RT-RUN-DATE (RNX)
                    ' FORM ' RT-FORM-CODE (RNX)
                    '  SUM=' DSP-SUM '  PCT=' DSP-PCT '%'
                    LINK-DISPLAY NO-DELTA-TEXT
               END-IF
             END-IF
           END-IF.
      *****************************************************************
      *  LINKED RUNS ARE COMPARED ON THE REFERENCE SCALE; A FORM WITH
      *  NO CONCORDANCE IS STILL COMPARED WITH ITSELF ON ITS OWN SCALE.
      *****************************************************************
       PRINT-DELTA-RUN.
           IF PCT-DELTA < 0
               COMPUTE ABS-PCT-DELTA = 0 - PCT-DELTA
           ELSE
               MOVE PCT-DELTA TO ABS-PCT-DELTA
           END-IF.
           IF ABS-PCT-DELTA > DELTA-THRESHOLD
               MOVE '*' TO DELTA-FLAG
           ELSE
               MOVE ' ' TO DELTA-FLAG
           END-IF.
           MOVE PCT-DELTA TO DSP-DELTA.
           DISPLAY '    ' RT-RUN-DATE (RNX)
              ' FORM ' RT-FORM-CODE (RNX)
              '  SUM=' DSP-SUM '  PCT=' DSP-PCT '%' LINK-DISPLAY
              '  DELTA=' DSP-DELTA ' ' DELTA-FLAG.

       PRINT-TOTALS.
           DISPLAY ' '.
           IF EXCLUDED-CT > 0
               DISPLAY 'PROTOCOLS EXCLUDED (VALIDITY): ' EXCLUDED-CT
           END-IF.

      *****************************************************************
      *  LOAD THE CONCORDANCE.  WITHOUT ONE ONLY FORM A, THE ORIGINAL
      *  FORM, IS COMPARABLE, ON ITS OWN SCALE.
      *****************************************************************
       LOAD-CONCORDANCE.
           OPEN INPUT CONCORDANCE-FILE.
           IF WS-FS-CONCORD = '35'
               DISPLAY 'CONCORDANCE-FILE NOT FOUND - ONLY FORM A '
                  'RESULTS ARE COMPARABLE'
           ELSE
               IF WS-FS-CONCORD NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CONCORDANCE-FILE - STATUS '
                      WS-FS-CONCORD
                   STOP RUN
               END-IF
               PERFORM READ-CONCORD
               PERFORM STORE-CONCORD UNTIL NO-MORE-CONCORD
               CLOSE CONCORDANCE-FILE
           END-IF.
           IF CN-COUNT = 0
               MOVE 'A ' TO CN-REF-FORM
               MOVE 'A ' TO LINK-FORM-CODE
               PERFORM ADD-CONCORD-FORM
               PERFORM SET-IDENTITY-LINK VARYING CNY FROM 1 BY 1
                  UNTIL CNY > 5
           END-IF.
       READ-CONCORD.
           READ CONCORDANCE-FILE INTO CONCORD-REC
           AT END MOVE 'Y' TO NO-MORE-CONCORD-SW.
       STORE-CONCORD.
           IF LC-TRAIT-ID NOT NUMERIC
              OR LC-TRAIT-ID < 1 OR LC-TRAIT-ID > 5
              OR LC-SLOPE NOT NUMERIC OR LC-INTERCEPT NOT NUMERIC
               DISPLAY 'INVALID CONCORDANCE RECORD FOR FORM '
                  LC-FORM-CODE ' - IGNORED'
           ELSE
               IF CN-REF-FORM = SPACES
                   MOVE LC-REF-FORM TO CN-REF-FORM
               END-IF
               IF LC-REF-FORM NOT = CN-REF-FORM
                   DISPLAY 'CONCORDANCE-FILE HOLDS MORE THAN ONE '
                      'REFERENCE FORM - REPORT ABORTED'
                   STOP RUN
               END-IF
               MOVE LC-FORM-CODE TO LINK-FORM-CODE
               PERFORM FIND-LINK-FORM
               IF NOT LINK-FOUND
                   PERFORM ADD-CONCORD-FORM
               END-IF
               MOVE 'Y' TO CN-LINKED-SW (CN-MATCH-IDX, LC-TRAIT-ID)
               MOVE LC-SLOPE TO CN-SLOPE (CN-MATCH-IDX, LC-TRAIT-ID)
               MOVE LC-INTERCEPT
                  TO CN-INTERCEPT (CN-MATCH-IDX, LC-TRAIT-ID)
           END-IF.
           PERFORM READ-CONCORD.
       ADD-CONCORD-FORM.
           IF CN-COUNT NOT < CN-MAX-ENTRIES
               DISPLAY 'MORE THAN ' CN-MAX-ENTRIES
                  ' FORMS ON CONCORDANCE-FILE - REPORT ABORTED'
               STOP RUN
           END-IF.
           ADD 1 TO CN-COUNT.
           MOVE CN-COUNT TO CN-MATCH-IDX.
           MOVE LINK-FORM-CODE TO CN-FORM-CODE (CN-MATCH-IDX).
           PERFORM CLEAR-CONCORD-TRAIT VARYING CNY FROM 1 BY 1
              UNTIL CNY > 5.
       CLEAR-CONCORD-TRAIT.
           MOVE 'N' TO CN-LINKED-SW (CN-MATCH-IDX, CNY).
           MOVE 0 TO CN-SLOPE (CN-MATCH-IDX, CNY).
           MOVE 0 TO CN-INTERCEPT (CN-MATCH-IDX, CNY).
       SET-IDENTITY-LINK.
           MOVE 'Y' TO CN-LINKED-SW (CN-MATCH-IDX, CNY).
           MOVE 1 TO CN-SLOPE (CN-MATCH-IDX, CNY).
           MOVE 0 TO CN-INTERCEPT (CN-MATCH-IDX, CNY).
       FIND-LINK-FORM.
           MOVE 'N' TO LINK-FOUND-SW.
           MOVE 0 TO CN-MATCH-IDX.
           PERFORM TEST-LINK-FORM VARYING CNX FROM 1 BY 1
              UNTIL CNX > CN-COUNT OR LINK-FOUND.
       TEST-LINK-FORM.
           IF CN-FORM-CODE (CNX) = LINK-FORM-CODE
               MOVE 'Y' TO LINK-FOUND-SW
               MOVE CNX TO CN-MATCH-IDX.
      *****************************************************************
      *  LINK-PCT-IN ON FORM LINK-FORM-CODE, TRAIT LINK-TRAIT-ID, TO
      *  LINK-PCT-OUT ON THE REFERENCE SCALE.  LINK-FOUND IS OFF WHEN
      *  THE FORM/TRAIT HAS NO CONCORDANCE.
      *****************************************************************
       LINK-PCT.
           PERFORM FIND-LINK-FORM.
           IF LINK-FOUND
               IF NOT CN-LINKED (CN-MATCH-IDX, LINK-TRAIT-ID)
                   MOVE 'N' TO LINK-FOUND-SW
               END-IF
           END-IF.
           IF LINK-FOUND
               COMPUTE LINK-WORK ROUNDED
                  = CN-INTERCEPT (CN-MATCH-IDX, LINK-TRAIT-ID)
                  + (CN-SLOPE (CN-MATCH-IDX, LINK-TRAIT-ID)
                     * LINK-PCT-IN)
               IF LINK-WORK < 0
                   MOVE 0 TO LINK-WORK
               END-IF
               IF LINK-WORK > 100
                   MOVE 100 TO LINK-WORK
               END-IF
               COMPUTE LINK-PCT-OUT ROUNDED = LINK-WORK
           ELSE
               MOVE 0 TO LINK-PCT-OUT
           END-IF.
