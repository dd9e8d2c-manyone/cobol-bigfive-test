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
                   07  DT-PCT-TOTAL    PIC 9(7)V9.
                   07  DT-AVG-SUM      PIC 999V9.
                   07  DT-AVG-PCT      PIC 999V9.
                   07  DT-LINK-TOTAL   PIC 9(7)V9.
                   07  DT-AVG-LINK     PIC 999V9.

       01  GRAND-TOTAL-AREA.
           03  GT-COUNT PIC 9 VALUE 0.
                   07  GT-PCT-TOTAL    PIC 9(7)V9.
                   07  GT-AVG-SUM      PIC 999V9.
                   07  GT-AVG-PCT      PIC 999V9.
                   07  GT-LINK-TOTAL   PIC 9(7)V9.
                   07  GT-AVG-LINK     PIC 999V9.
       01  GTX PIC 9.

      *****************************************************************
      *  ALL FORMS TOGETHER ON THE REFERENCE FORM SCALE.  ONLY RESULTS
      *  WHOSE FORM/TRAIT HAS A CONCORDANCE ARE COUNTED.
      *****************************************************************
       01  ALL-FORMS-AREA.
           03  AL-TRAIT OCCURS 5 TIMES.
               05  AL-RESP-COUNT   PIC 9(5).
               05  AL-NOT-COMP-CT  PIC 9(5).
               05  AL-LINK-TOTAL   PIC 9(7)V9.
               05  AL-AVG-LINK     PIC 999V9.
       01  FORM-FOUND-SW PIC X VALUE 'N'.
           88  FORM-FOUND VALUE 'Y'.
       01  GT-MATCH-IDX PIC 9.

       01  DSP-AVG-SUM   PIC ZZ9.9.
       01  DSP-AVG-PCT   PIC ZZ9.9.
       01  DSP-AVG-LINK  PIC ZZ9.9.
       01  DSP-RESP-CT   PIC ZZZZ9.
       01  EXCLUDED-CT   PIC 999 VALUE 0.

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
           PERFORM LOAD-CONCORDANCE.
           PERFORM LOAD-RESULTS.
           PERFORM PRINT-REPORT.
           GOBACK.
       LOAD-RESULTS.
           MOVE 0 TO DT-COUNT.
           MOVE 0 TO GT-COUNT.
           PERFORM CLEAR-ALL-FORMS-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           OPEN INPUT BIG5-RESULTS-FILE.
           IF WS-FS-RESULTS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BIG5-RESULTS-FILE - STATUS '
           PERFORM READ-RESULTS.
           PERFORM PROCESS-RESULT UNTIL NO-MORE-RESULTS.
           CLOSE BIG5-RESULTS-FILE.
       CLEAR-ALL-FORMS-TRAIT.
           MOVE 0 TO AL-RESP-COUNT (SCX).
           MOVE 0 TO AL-NOT-COMP-CT (SCX).
           MOVE 0 TO AL-LINK-TOTAL (SCX).
      *****************************************************************
      *  ONLY THE LATEST ATTEMPT OF A RESPONDENT/RUN-DATE COUNTS.
      *  THE MASTER ARRIVES IN KEY ORDER, SO AN ATTEMPT IS SUPERSEDED
       CLEAR-DEPT-TRAIT.
           MOVE 0 TO DT-SUM-TOTAL (DT-MATCH-IDX, SCX).
           MOVE 0 TO DT-PCT-TOTAL (DT-MATCH-IDX, SCX).
           MOVE 0 TO DT-LINK-TOTAL (DT-MATCH-IDX, SCX).
       ACCUM-TRAIT.
           ADD BM-SUM-TRAIT (SCX) TO DT-SUM-TOTAL (DT-MATCH-IDX, SCX).
           ADD BM-PCT-TRAIT (SCX) TO DT-PCT-TOTAL (DT-MATCH-IDX, SCX).
              TO GT-SUM-TOTAL (GT-MATCH-IDX, SCX).
           ADD BM-PCT-TRAIT (SCX)
              TO GT-PCT-TOTAL (GT-MATCH-IDX, SCX).
           MOVE REC-FORM-CODE TO LINK-FORM-CODE.
           MOVE SCX TO LINK-TRAIT-ID.
           MOVE BM-PCT-TRAIT (SCX) TO LINK-PCT-IN.
           PERFORM LINK-PCT.
           IF LINK-FOUND
               ADD LINK-PCT-OUT TO DT-LINK-TOTAL (DT-MATCH-IDX, SCX)
               ADD LINK-PCT-OUT TO GT-LINK-TOTAL (GT-MATCH-IDX, SCX)
               ADD LINK-PCT-OUT TO AL-LINK-TOTAL (SCX)
               ADD 1 TO AL-RESP-COUNT (SCX)
           ELSE
               ADD 1 TO AL-NOT-COMP-CT (SCX)
           END-IF.
       FIND-FORM-ENTRY.
           MOVE 'N' TO FORM-FOUND-SW.
           PERFORM TEST-FORM-ENTRY VARYING GTX FROM 1 BY 1
       CLEAR-FORM-TRAIT.
           MOVE 0 TO GT-SUM-TOTAL (GT-MATCH-IDX, SCX).
           MOVE 0 TO GT-PCT-TOTAL (GT-MATCH-IDX, SCX).
           MOVE 0 TO GT-LINK-TOTAL (GT-MATCH-IDX, SCX).
       FIND-DEPT-ENTRY.
           MOVE 'N' TO DEPT-FOUND-SW.
           PERFORM TEST-DEPT-ENTRY VARYING DTX FROM 1 BY 1
       PRINT-REPORT.
           DISPLAY ' '.
           DISPLAY 'BIG FIVE DEPARTMENT ROLL-UP REPORT'.
           DISPLAY 'LINKED= IS THE AVERAGE PCT ON THE FORM ' CN-REF-FORM
              ' SCALE'.
           DISPLAY ' '.
           PERFORM PRINT-DEPT VARYING DTX FROM 1 BY 1
              UNTIL DTX > DT-COUNT.
              DT-PCT-TOTAL (DTX, SCX) / DT-RESP-COUNT (DTX).
           MOVE DT-AVG-SUM (DTX, SCX) TO DSP-AVG-SUM.
           MOVE DT-AVG-PCT (DTX, SCX) TO DSP-AVG-PCT.
           MOVE DT-FORM-CODE (DTX) TO LINK-FORM-CODE.
           MOVE SCX TO LINK-TRAIT-ID.
           MOVE 0 TO LINK-PCT-IN.
           PERFORM LINK-PCT.
           IF LINK-FOUND
               COMPUTE DT-AVG-LINK (DTX, SCX) ROUNDED =
                  DT-LINK-TOTAL (DTX, SCX) / DT-RESP-COUNT (DTX)
               MOVE DT-AVG-LINK (DTX, SCX) TO DSP-AVG-LINK
               DISPLAY '  ' TRAIT-LABEL (SCX) ' AVG-SUM=' DSP-AVG-SUM
                  ' AVG-PCT=' DSP-AVG-PCT '%'
                  ' LINKED=' DSP-AVG-LINK '%'
           ELSE
               DISPLAY '  ' TRAIT-LABEL (SCX) ' AVG-SUM=' DSP-AVG-SUM
                  ' AVG-PCT=' DSP-AVG-PCT '%'
                  ' NOT COMPARABLE'
           END-IF.
       PRINT-GRAND-TOTAL.
           DISPLAY ' '.
           IF GT-COUNT = 0
           ELSE
               PERFORM PRINT-FORM-TOTAL VARYING GTX FROM 1 BY 1
                  UNTIL GTX > GT-COUNT
               DISPLAY 'GRAND TOTAL ALL FORMS LINKED TO FORM '
                  CN-REF-FORM
               PERFORM PRINT-ALL-FORMS-TRAIT VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
           END-IF.
           IF EXCLUDED-CT > 0
               DISPLAY 'PROTOCOLS EXCLUDED (VALIDITY): ' EXCLUDED-CT
              GT-PCT-TOTAL (GTX, SCX) / GT-RESP-COUNT (GTX).
           MOVE GT-AVG-SUM (GTX, SCX) TO DSP-AVG-SUM.
           MOVE GT-AVG-PCT (GTX, SCX) TO DSP-AVG-PCT.
           MOVE GT-FORM-CODE (GTX) TO LINK-FORM-CODE.
           MOVE SCX TO LINK-TRAIT-ID.
           MOVE 0 TO LINK-PCT-IN.
           PERFORM LINK-PCT.
           IF LINK-FOUND
               COMPUTE GT-AVG-LINK (GTX, SCX) ROUNDED =
                  GT-LINK-TOTAL (GTX, SCX) / GT-RESP-COUNT (GTX)
               MOVE GT-AVG-LINK (GTX, SCX) TO DSP-AVG-LINK
               DISPLAY '  ' TRAIT-LABEL (SCX) ' AVG-SUM=' DSP-AVG-SUM
                  ' AVG-PCT=' DSP-AVG-PCT '%'
                  ' LINKED=' DSP-AVG-LINK '%'
           ELSE
               DISPLAY '  ' TRAIT-LABEL (SCX) ' AVG-SUM=' DSP-AVG-SUM
                  ' AVG-PCT=' DSP-AVG-PCT '%'
                  ' NOT COMPARABLE'
           END-IF.
       PRINT-ALL-FORMS-TRAIT.
           MOVE AL-RESP-COUNT (SCX) TO DSP-RESP-CT.
           IF AL-RESP-COUNT (SCX) = 0
               DISPLAY '  ' TRAIT-LABEL (SCX) ' RESPONDENTS='
                  DSP-RESP-CT ' NO COMPARABLE RESULTS'
           ELSE
               COMPUTE AL-AVG-LINK (SCX) ROUNDED =
                  AL-LINK-TOTAL (SCX) / AL-RESP-COUNT (SCX)
               MOVE AL-AVG-LINK (SCX) TO DSP-AVG-LINK
               DISPLAY '  ' TRAIT-LABEL (SCX) ' RESPONDENTS='
                  DSP-RESP-CT ' LINKED=' DSP-AVG-LINK '%'
           END-IF.
           IF AL-NOT-COMP-CT (SCX) > 0
               MOVE AL-NOT-COMP-CT (SCX) TO DSP-RESP-CT
               DISPLAY '    NOT COMPARABLE (NO CONCORDANCE): '
                  DSP-RESP-CT
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
