       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINKFORM.

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

           SELECT ITEM-DETAIL-FILE
               ASSIGN TO UT-S-ITEMDTL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ITEMDTL.

           SELECT CONCORDANCE-FILE
               ASSIGN TO UT-S-CONCORD
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONCORD.

           SELECT LINK-REPORT-FILE
               ASSIGN TO UT-S-LINKRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LINKRPT.
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

       FD  ITEM-DETAIL-FILE
              RECORD CONTAINS 150 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ITEM-DETAIL-RECORD.
           03 FILLER PIC X(150).

       FD  CONCORDANCE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONCORDANCE-RECORD.
           03 FILLER PIC X(80).

       FD  LINK-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LINK-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5ITEM.
           COPY BIG5LINK.

       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-ITEMDTL   PIC X(02).
       01  WS-FS-CONCORD   PIC X(02).
       01  WS-FS-LINKRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-RESULTS-SW PIC X VALUE SPACE.
               88 NO-MORE-RESULTS VALUE 'Y'.
           03 NO-MORE-DETAIL-SW PIC X VALUE SPACE.
               88 NO-MORE-DETAIL VALUE 'Y'.

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

       01  SCX PIC 9.
       01  FMX PIC 9.
       01  CDX PIC 9(04).

       01  TRAIT-LABELS.
           03  FILLER PIC X(20) VALUE 'EXTRAVERSION'.
           03  FILLER PIC X(20) VALUE 'AGREEABLENESS'.
           03  FILLER PIC X(20) VALUE 'CONSCIENTIOUSNESS'.
           03  FILLER PIC X(20) VALUE 'EMOTIONAL STABILITY'.
           03  FILLER PIC X(20) VALUE 'INTELLECT'.
       01  FILLER REDEFINES TRAIT-LABELS.
           03  TRAIT-LABEL PIC X(20) OCCURS 5 TIMES.

       01  REF-FORM-CODE PIC X(02).
       01  REC-FORM-CODE PIC X(02).
       01  MIN-LINK-SAMPLE PIC 999 VALUE 30.

      *****************************************************************
      *  FM-ENTRY (1) IS ALWAYS THE REFERENCE FORM.  FOR EVERY OTHER
      *  FORM THE PAIRED SUMS ARE X = THAT FORM'S PERCENT AND Y = THE
      *  SAME RESPONDENT'S REFERENCE FORM PERCENT.
      *****************************************************************
       01  FORM-TABLE-AREA.
           03  FM-COUNT PIC 9 VALUE 0.
           03  FM-MAX-ENTRIES PIC 9 VALUE 5.
           03  FM-ENTRY OCCURS 5 TIMES.
               05  FM-FORM-CODE  PIC X(02).
               05  FM-PAIR-N     PIC S9(05) COMP-3.
               05  FM-TRAIT OCCURS 5 TIMES.
                   07  FM-SUM-X    PIC S9(09)V9 COMP-3.
                   07  FM-SUMSQ-X  PIC S9(13)V99 COMP-3.
                   07  FM-SUM-Y    PIC S9(09)V9 COMP-3.
                   07  FM-SUMSQ-Y  PIC S9(13)V99 COMP-3.
       01  FM-MATCH-IDX PIC 9.

      *****************************************************************
      *  THE RESPONDENT IN HAND: LATEST VALID RESULT ON EACH FORM.
      *  SAME SHAPE AS CD-ENTRY SO IT CAN BE FILED WITH ONE MOVE.
      *****************************************************************
       01  RESP-WORK-AREA.
           03  RP-RESP-ID PIC X(10) VALUE SPACES.
           03  RP-FORM OCCURS 5 TIMES.
               05  RP-HAS-SW       PIC X.
               05  RP-CONFIRMED-SW PIC X.
               05  RP-RUN-DATE     PIC X(08).
               05  RP-ATTEMPT-SEQ  PIC 9(02).
               05  RP-PCT          PIC 999V9 OCCURS 5 TIMES.
       01  FORMS-HELD-CT PIC 9.

      *****************************************************************
      *  RESPONDENTS WITH A VALID RESULT ON THE REFERENCE FORM AND ON
      *  AT LEAST ONE OTHER FORM.  A FORM'S RESULT IS USED ONLY WHEN
      *  ITEM-DETAIL-FILE CONFIRMS THAT SESSION WAS GIVEN ON THAT FORM.
      *****************************************************************
       01  CANDIDATE-TABLE-AREA.
           03  CD-COUNT PIC 9(04) VALUE 0.
           03  CD-MAX-ENTRIES PIC 9(04) VALUE 2000.
           03  CD-ENTRY OCCURS 2000 TIMES.
               05  CD-RESP-ID PIC X(10).
               05  CD-FORM OCCURS 5 TIMES.
                   07  CD-HAS-SW       PIC X.
                   07  CD-CONFIRMED-SW PIC X.
                   07  CD-RUN-DATE     PIC X(08).
                   07  CD-ATTEMPT-SEQ  PIC 9(02).
                   07  CD-PCT          PIC 999V9 OCCURS 5 TIMES.
       01  CD-MATCH-IDX PIC 9(04).
       01  DETAIL-ATTEMPT-SEQ PIC 9(02).
       01  PAIR-USED-SW PIC X.
           88  PAIR-USED VALUE 'Y'.

       01  STAT-N         PIC S9(05) COMP-3.
       01  STAT-SUM       PIC S9(09)V9 COMP-3.
       01  STAT-SUMSQ     PIC S9(13)V99 COMP-3.
       01  STAT-MEAN      PIC S9(05)V9(04) COMP-3.
       01  STAT-SD        PIC S9(07)V9(04) COMP-3.
       01  FORM-MEAN      PIC S9(05)V9(04) COMP-3.
       01  FORM-SD        PIC S9(07)V9(04) COMP-3.
       01  REF-MEAN       PIC S9(05)V9(04) COMP-3.
       01  REF-SD         PIC S9(07)V9(04) COMP-3.
       01  LINK-SLOPE     PIC S9(03)V9(04) COMP-3.
       01  LINK-INTERCEPT PIC S9(03)V9(04) COMP-3.
       01  LINK-PCT-IN    PIC 999V9.
       01  LINK-WORK      PIC S9(05)V9(04) COMP-3.
       01  WORK-N-LESS-1  PIC S9(05) COMP-3.
       01  WORK-VARIANCE  PIC S9(09)V9(04) COMP-3.
       01  SQRT-IN        PIC S9(09)V9(04) COMP-3.
       01  SQRT-OUT       PIC S9(07)V9(04) COMP-3.
       01  SQRT-PRIOR     PIC S9(07)V9(04) COMP-3.
       01  SQX            PIC 99.

       01  COUNTS-AREA.
           03  RESULTS-READ-CT    PIC 9(07) VALUE 0.
           03  EXCLUDED-CT        PIC 9(07) VALUE 0.
           03  DETAIL-READ-CT     PIC 9(07) VALUE 0.
           03  CONFIRMED-CT       PIC 9(07) VALUE 0.
           03  RESPS-LINKED-CT    PIC 9(07) VALUE 0.
           03  CONCORD-WRITTEN-CT PIC 9(07) VALUE 0.
           03  NOT-LINKED-CT      PIC 9(07) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(38) VALUE
               'CROSS-FORM SCORE LINKING REPORT - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(18) VALUE '   REFERENCE FORM '.
           03  RPT-HEAD-REF PIC X(02).
           03  FILLER PIC X(66) VALUE SPACES.
       01  RPT-NOTE-LINE.
           03  RPT-NOTE-TEXT PIC X(100).
           03  FILLER PIC X(32) VALUE SPACES.
       01  RPT-FORM-LINE.
           03  FILLER PIC X(05) VALUE 'FORM '.
           03  RPT-FORM-CODE PIC X(02).
           03  FILLER PIC X(19) VALUE ' TO REFERENCE FORM '.
           03  RPT-FORM-REF PIC X(02).
           03  FILLER PIC X(32) VALUE
               '   RESPONDENTS WITH BOTH FORMS: '.
           03  RPT-FORM-N PIC ZZZZ9.
           03  FILLER PIC X(67) VALUE SPACES.
       01  RPT-COL-LINE.
           03  FILLER PIC X(24) VALUE '  TRAIT'.
           03  FILLER PIC X(07) VALUE '    N  '.
           03  FILLER PIC X(08) VALUE 'F-MEAN  '.
           03  FILLER PIC X(08) VALUE '  F-SD  '.
           03  FILLER PIC X(08) VALUE 'R-MEAN  '.
           03  FILLER PIC X(08) VALUE '  R-SD  '.
           03  FILLER PIC X(10) VALUE '   SLOPE  '.
           03  FILLER PIC X(11) VALUE 'INTERCEPT  '.
           03  FILLER PIC X(07) VALUE ' 25->  '.
           03  FILLER PIC X(07) VALUE ' 50->  '.
           03  FILLER PIC X(05) VALUE ' 75->'.
           03  FILLER PIC X(29) VALUE SPACES.
       01  RPT-LINK-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-TRAIT PIC X(20).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-N PIC ZZZZ9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-F-MEAN PIC ZZ9.99.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-F-SD PIC ZZ9.99.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-R-MEAN PIC ZZ9.99.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-R-SD PIC ZZ9.99.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-SLOPE PIC ZZ9.9999.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-INTERCEPT PIC -ZZ9.9999.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-AT-25 PIC ZZ9.9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-AT-50 PIC ZZ9.9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LINK-AT-75 PIC ZZ9.9.
           03  FILLER PIC X(29) VALUE SPACES.
       01  RPT-NOLINK-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-NOLINK-TRAIT PIC X(20).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-NOLINK-N PIC ZZZZ9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-NOLINK-TEXT PIC X(60).
           03  FILLER PIC X(41) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(32).
           03  RPT-TOTAL-CT PIC Z,ZZZ,ZZ9.
           03  FILLER PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'REFERENCE FORM (BLANK=A):'.
           ACCEPT REF-FORM-CODE.
           IF REF-FORM-CODE = SPACES
               MOVE 'A ' TO REF-FORM-CODE
           END-IF.
           MOVE 1 TO FM-COUNT.
           MOVE REF-FORM-CODE TO FM-FORM-CODE (1).
           MOVE 1 TO FM-MATCH-IDX.
           PERFORM CLEAR-FORM-ENTRY.
           PERFORM SWEEP-RESULTS.
           PERFORM CONFIRM-FROM-ITEM-DETAIL.
           PERFORM ACCUMULATE-PAIRS VARYING CDX FROM 1 BY 1
              UNTIL CDX > CD-COUNT.
           PERFORM OPEN-LINK-OUTPUT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-REFERENCE-LINKS.
           PERFORM LINK-FORM VARYING FMX FROM 2 BY 1
              UNTIL FMX > FM-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CONCORDANCE-FILE.
           CLOSE LINK-REPORT-FILE.
           IF NOT-LINKED-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'FORM LINKING COMPLETE - REFERENCE ' REF-FORM-CODE
              ' RESPONDENTS USED ' RESPS-LINKED-CT
              ' CONCORDANCE RECORDS ' CONCORD-WRITTEN-CT
              ' TRAITS NOT LINKED ' NOT-LINKED-CT.
           GOBACK.

      *****************************************************************
      *  PASS 1 - RESULTS MASTER IN KEY ORDER.  ONLY THE LATEST ATTEMPT
      *  OF A RESPONDENT/RUN-DATE COUNTS, AND PER FORM THE LAST VALID
      *  RESULT SEEN IS THE LATEST ONE.
      *****************************************************************
       SWEEP-RESULTS.
           OPEN INPUT BIG5-RESULTS-FILE.
           IF WS-FS-RESULTS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BIG5-RESULTS-FILE - STATUS '
                  WS-FS-RESULTS
               STOP RUN
           END-IF.
           MOVE SPACES TO RP-RESP-ID.
           PERFORM READ-RESULTS.
           PERFORM PROCESS-RESULT UNTIL NO-MORE-RESULTS.
           PERFORM END-RESPONDENT.
           CLOSE BIG5-RESULTS-FILE.
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
       PROCESS-RESULT.
           ADD 1 TO RESULTS-READ-CT.
           IF BM-RESP-ID NOT = RP-RESP-ID
               PERFORM END-RESPONDENT
               MOVE BM-RESP-ID TO RP-RESP-ID
               PERFORM CLEAR-RESP-FORM VARYING FMX FROM 1 BY 1
                  UNTIL FMX > FM-MAX-ENTRIES
           END-IF.
           IF BM-VALID-FLAG = 'Q'
               ADD 1 TO EXCLUDED-CT
           ELSE
               MOVE BM-FORM-CODE TO REC-FORM-CODE
               IF REC-FORM-CODE = SPACES
                   MOVE 'A ' TO REC-FORM-CODE
               END-IF
               PERFORM FIND-FORM-ENTRY
               MOVE 'Y' TO RP-HAS-SW (FM-MATCH-IDX)
               MOVE BM-RUN-DATE TO RP-RUN-DATE (FM-MATCH-IDX)
               MOVE BM-ATTEMPT-SEQ TO RP-ATTEMPT-SEQ (FM-MATCH-IDX)
               PERFORM COPY-RESP-TRAIT VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
           END-IF.
           PERFORM READ-RESULTS.
       CLEAR-RESP-FORM.
           MOVE 'N' TO RP-HAS-SW (FMX).
           MOVE 'N' TO RP-CONFIRMED-SW (FMX).
       COPY-RESP-TRAIT.
           MOVE BM-PCT-TRAIT (SCX) TO RP-PCT (FM-MATCH-IDX, SCX).
       END-RESPONDENT.
           IF RP-RESP-ID NOT = SPACES
               MOVE 0 TO FORMS-HELD-CT
               PERFORM COUNT-FORM-HELD VARYING FMX FROM 1 BY 1
                  UNTIL FMX > FM-COUNT
               IF RP-HAS-SW (1) = 'Y' AND FORMS-HELD-CT > 1
                   PERFORM FILE-CANDIDATE
               END-IF
           END-IF.
       COUNT-FORM-HELD.
           IF RP-HAS-SW (FMX) = 'Y'
               ADD 1 TO FORMS-HELD-CT.
       FILE-CANDIDATE.
           IF CD-COUNT NOT < CD-MAX-ENTRIES
               DISPLAY 'MULTI-FORM RESPONDENTS EXCEED CANDIDATE-TABLE '
                  'CAPACITY OF ' CD-MAX-ENTRIES ' - LINKING ABORTED'
               CLOSE BIG5-RESULTS-FILE
               STOP RUN
           END-IF.
           ADD 1 TO CD-COUNT.
           MOVE RESP-WORK-AREA TO CD-ENTRY (CD-COUNT).

       FIND-FORM-ENTRY.
           MOVE 0 TO FM-MATCH-IDX.
           PERFORM TEST-FORM-ENTRY VARYING FMX FROM 1 BY 1
              UNTIL FMX > FM-COUNT OR FM-MATCH-IDX > 0.
           IF FM-MATCH-IDX = 0
               IF FM-COUNT NOT < FM-MAX-ENTRIES
                   DISPLAY 'MORE THAN ' FM-MAX-ENTRIES
                      ' FORMS IN RESULTS FILE - LINKING ABORTED'
                   CLOSE BIG5-RESULTS-FILE
                   STOP RUN
               END-IF
               ADD 1 TO FM-COUNT
               MOVE FM-COUNT TO FM-MATCH-IDX
               MOVE REC-FORM-CODE TO FM-FORM-CODE (FM-MATCH-IDX)
               PERFORM CLEAR-FORM-ENTRY
           END-IF.
       TEST-FORM-ENTRY.
           IF FM-FORM-CODE (FMX) = REC-FORM-CODE
               MOVE FMX TO FM-MATCH-IDX.
       CLEAR-FORM-ENTRY.
           MOVE 0 TO FM-PAIR-N (FM-MATCH-IDX).
           PERFORM CLEAR-FORM-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       CLEAR-FORM-TRAIT.
           MOVE 0 TO FM-SUM-X (FM-MATCH-IDX, SCX).
           MOVE 0 TO FM-SUMSQ-X (FM-MATCH-IDX, SCX).
           MOVE 0 TO FM-SUM-Y (FM-MATCH-IDX, SCX).
           MOVE 0 TO FM-SUMSQ-Y (FM-MATCH-IDX, SCX).

      *****************************************************************
      *  PASS 2 - ITEM-DETAIL-FILE.  A CANDIDATE'S RESULT ON A FORM IS
      *  CONFIRMED WHEN A VALID SESSION FOR THE SAME RUN DATE AND
      *  ATTEMPT WAS SCORED ON THAT FORM.  DETAIL WRITTEN BEFORE THE
      *  ATTEMPT SEQUENCE WAS CARRIED COUNTS AS ATTEMPT 01.
      *****************************************************************
       CONFIRM-FROM-ITEM-DETAIL.
           OPEN INPUT ITEM-DETAIL-FILE.
           IF WS-FS-ITEMDTL NOT = '00'
               DISPLAY 'UNABLE TO OPEN ITEM-DETAIL-FILE - STATUS '
                  WS-FS-ITEMDTL
               STOP RUN
           END-IF.
           PERFORM READ-ITEM-DETAIL.
           PERFORM CONFIRM-SESSION UNTIL NO-MORE-DETAIL.
           CLOSE ITEM-DETAIL-FILE.
       READ-ITEM-DETAIL.
           READ ITEM-DETAIL-FILE INTO ITEM-DETAIL-REC
           AT END MOVE 'Y' TO NO-MORE-DETAIL-SW.
       CONFIRM-SESSION.
           ADD 1 TO DETAIL-READ-CT.
           IF IT-VALID-FLAG NOT = 'Q'
               MOVE IT-FORM-CODE TO REC-FORM-CODE
               IF REC-FORM-CODE = SPACES
                   MOVE 'A ' TO REC-FORM-CODE
               END-IF
               IF IT-ATTEMPT-SEQ NUMERIC
                   MOVE IT-ATTEMPT-SEQ TO DETAIL-ATTEMPT-SEQ
               ELSE
                   MOVE 1 TO DETAIL-ATTEMPT-SEQ
               END-IF
               PERFORM FIND-CANDIDATE
               IF CD-MATCH-IDX > 0
                   PERFORM CONFIRM-CANDIDATE-FORM
                      VARYING FMX FROM 1 BY 1 UNTIL FMX > FM-COUNT
               END-IF
           END-IF.
           PERFORM READ-ITEM-DETAIL.
       FIND-CANDIDATE.
           MOVE 0 TO CD-MATCH-IDX.
           PERFORM TEST-CANDIDATE VARYING CDX FROM 1 BY 1
              UNTIL CDX > CD-COUNT OR CD-MATCH-IDX > 0.
       TEST-CANDIDATE.
           IF CD-RESP-ID (CDX) = IT-RESP-ID
               MOVE CDX TO CD-MATCH-IDX.
       CONFIRM-CANDIDATE-FORM.
           IF FM-FORM-CODE (FMX) = REC-FORM-CODE
              AND CD-HAS-SW (CD-MATCH-IDX, FMX) = 'Y'
              AND CD-CONFIRMED-SW (CD-MATCH-IDX, FMX) NOT = 'Y'
              AND CD-RUN-DATE (CD-MATCH-IDX, FMX) = IT-RUN-DATE
              AND CD-ATTEMPT-SEQ (CD-MATCH-IDX, FMX)
                  = DETAIL-ATTEMPT-SEQ
               MOVE 'Y' TO CD-CONFIRMED-SW (CD-MATCH-IDX, FMX)
               ADD 1 TO CONFIRMED-CT.

       ACCUMULATE-PAIRS.
           IF CD-CONFIRMED-SW (CDX, 1) = 'Y'
               MOVE 'N' TO PAIR-USED-SW
               PERFORM ACCUMULATE-FORM-PAIR VARYING FMX FROM 2 BY 1
                  UNTIL FMX > FM-COUNT
               IF PAIR-USED
                   ADD 1 TO RESPS-LINKED-CT
               END-IF
           END-IF.
       ACCUMULATE-FORM-PAIR.
           IF CD-CONFIRMED-SW (CDX, FMX) = 'Y'
               MOVE 'Y' TO PAIR-USED-SW
               ADD 1 TO FM-PAIR-N (FMX)
               PERFORM ACCUMULATE-TRAIT-PAIR VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
           END-IF.
       ACCUMULATE-TRAIT-PAIR.
           ADD CD-PCT (CDX, FMX, SCX) TO FM-SUM-X (FMX, SCX).
           COMPUTE FM-SUMSQ-X (FMX, SCX) = FM-SUMSQ-X (FMX, SCX)
              + (CD-PCT (CDX, FMX, SCX) * CD-PCT (CDX, FMX, SCX)).
           ADD CD-PCT (CDX, 1, SCX) TO FM-SUM-Y (FMX, SCX).
           COMPUTE FM-SUMSQ-Y (FMX, SCX) = FM-SUMSQ-Y (FMX, SCX)
              + (CD-PCT (CDX, 1, SCX) * CD-PCT (CDX, 1, SCX)).

       OPEN-LINK-OUTPUT.
           OPEN OUTPUT CONCORDANCE-FILE.
           IF WS-FS-CONCORD NOT = '00'
               DISPLAY 'UNABLE TO OPEN CONCORDANCE-FILE - STATUS '
                  WS-FS-CONCORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LINK-REPORT-FILE.
           IF WS-FS-LINKRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN LINK-REPORT-FILE - STATUS '
                  WS-FS-LINKRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REFERENCE-LINKS.
           PERFORM WRITE-REFERENCE-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       WRITE-REFERENCE-TRAIT.
           MOVE SPACES TO CONCORD-REC.
           MOVE REF-FORM-CODE TO LC-FORM-CODE.
           MOVE SCX TO LC-TRAIT-ID.
           MOVE REF-FORM-CODE TO LC-REF-FORM.
           MOVE 0 TO LC-SAMPLE-N.
           MOVE 0 TO LC-FORM-MEAN.
           MOVE 0 TO LC-FORM-SD.
           MOVE 0 TO LC-REF-MEAN.
           MOVE 0 TO LC-REF-SD.
           MOVE 1 TO LC-SLOPE.
           MOVE 0 TO LC-INTERCEPT.
           MOVE WS-RUN-DATE TO LC-LINK-DATE.
           PERFORM WRITE-CONCORD-REC.

      *****************************************************************
      *  MEAN-SIGMA LINKING: SLOPE = REF SD / FORM SD AND INTERCEPT =
      *  REF MEAN - SLOPE X FORM MEAN, SO THE PAIRED SAMPLE'S FORM
      *  SCORES TAKE ON THE MEAN AND SPREAD OF ITS REFERENCE SCORES.
      *  A TRAIT WITH FEWER THAN MIN-LINK-SAMPLE PAIRS, OR NO SPREAD,
      *  GETS NO CONCORDANCE AND STAYS NOT COMPARABLE.
      *****************************************************************
       LINK-FORM.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE FM-FORM-CODE (FMX) TO RPT-FORM-CODE.
           MOVE REF-FORM-CODE TO RPT-FORM-REF.
           MOVE FM-PAIR-N (FMX) TO RPT-FORM-N.
           MOVE RPT-FORM-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-COL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM LINK-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       LINK-TRAIT.
           IF FM-PAIR-N (FMX) < MIN-LINK-SAMPLE
               MOVE 'SAMPLE BELOW MINIMUM OF 30 - NOT LINKED'
                  TO RPT-NOLINK-TEXT
               PERFORM WRITE-NOT-LINKED
           ELSE
               MOVE FM-PAIR-N (FMX) TO STAT-N
               MOVE FM-SUM-X (FMX, SCX) TO STAT-SUM
               MOVE FM-SUMSQ-X (FMX, SCX) TO STAT-SUMSQ
               PERFORM COMPUTE-MEAN-SD
               MOVE STAT-MEAN TO FORM-MEAN
               MOVE STAT-SD TO FORM-SD
               MOVE FM-SUM-Y (FMX, SCX) TO STAT-SUM
               MOVE FM-SUMSQ-Y (FMX, SCX) TO STAT-SUMSQ
               PERFORM COMPUTE-MEAN-SD
               MOVE STAT-MEAN TO REF-MEAN
               MOVE STAT-SD TO REF-SD
               IF FORM-SD = 0 OR REF-SD = 0
                   MOVE 'NO SCORE SPREAD IN SAMPLE - NOT LINKED'
                      TO RPT-NOLINK-TEXT
                   PERFORM WRITE-NOT-LINKED
               ELSE
                   PERFORM WRITE-TRAIT-LINK
               END-IF
           END-IF.
       WRITE-NOT-LINKED.
           ADD 1 TO NOT-LINKED-CT.
           MOVE TRAIT-LABEL (SCX) TO RPT-NOLINK-TRAIT.
           MOVE FM-PAIR-N (FMX) TO RPT-NOLINK-N.
           MOVE RPT-NOLINK-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-TRAIT-LINK.
           COMPUTE LINK-SLOPE ROUNDED = REF-SD / FORM-SD.
           COMPUTE LINK-INTERCEPT ROUNDED
              = REF-MEAN - (LINK-SLOPE * FORM-MEAN).
           MOVE SPACES TO CONCORD-REC.
           MOVE FM-FORM-CODE (FMX) TO LC-FORM-CODE.
           MOVE SCX TO LC-TRAIT-ID.
           MOVE REF-FORM-CODE TO LC-REF-FORM.
           MOVE FM-PAIR-N (FMX) TO LC-SAMPLE-N.
           COMPUTE LC-FORM-MEAN ROUNDED = FORM-MEAN.
           COMPUTE LC-FORM-SD ROUNDED = FORM-SD.
           COMPUTE LC-REF-MEAN ROUNDED = REF-MEAN.
           COMPUTE LC-REF-SD ROUNDED = REF-SD.
           MOVE LINK-SLOPE TO LC-SLOPE.
           MOVE LINK-INTERCEPT TO LC-INTERCEPT.
           MOVE WS-RUN-DATE TO LC-LINK-DATE.
           PERFORM WRITE-CONCORD-REC.
           MOVE TRAIT-LABEL (SCX) TO RPT-LINK-TRAIT.
           MOVE FM-PAIR-N (FMX) TO RPT-LINK-N.
           MOVE LC-FORM-MEAN TO RPT-LINK-F-MEAN.
           MOVE LC-FORM-SD TO RPT-LINK-F-SD.
           MOVE LC-REF-MEAN TO RPT-LINK-R-MEAN.
           MOVE LC-REF-SD TO RPT-LINK-R-SD.
           MOVE LINK-SLOPE TO RPT-LINK-SLOPE.
           MOVE LINK-INTERCEPT TO RPT-LINK-INTERCEPT.
           MOVE 25 TO LINK-PCT-IN.
           PERFORM CONVERT-POINT.
           MOVE LINK-WORK TO RPT-LINK-AT-25.
           MOVE 50 TO LINK-PCT-IN.
           PERFORM CONVERT-POINT.
           MOVE LINK-WORK TO RPT-LINK-AT-50.
           MOVE 75 TO LINK-PCT-IN.
           PERFORM CONVERT-POINT.
           MOVE LINK-WORK TO RPT-LINK-AT-75.
           MOVE RPT-LINK-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       CONVERT-POINT.
           COMPUTE LINK-WORK ROUNDED
              = LINK-INTERCEPT + (LINK-SLOPE * LINK-PCT-IN).
           IF LINK-WORK < 0
               MOVE 0 TO LINK-WORK
           END-IF.
           IF LINK-WORK > 100
               MOVE 100 TO LINK-WORK
           END-IF.

       COMPUTE-MEAN-SD.
           COMPUTE STAT-MEAN ROUNDED = STAT-SUM / STAT-N.
           SUBTRACT 1 FROM STAT-N GIVING WORK-N-LESS-1.
           COMPUTE WORK-VARIANCE ROUNDED
              = (STAT-SUMSQ - (STAT-SUM * STAT-MEAN))
                / WORK-N-LESS-1.
           IF WORK-VARIANCE < 0
               MOVE 0 TO WORK-VARIANCE
           END-IF.
           MOVE WORK-VARIANCE TO SQRT-IN.
           PERFORM COMPUTE-SQRT.
           MOVE SQRT-OUT TO STAT-SD.
       COMPUTE-SQRT.
           IF SQRT-IN = 0
               MOVE 0 TO SQRT-OUT
           ELSE
               COMPUTE SQRT-OUT = SQRT-IN / 2 + 1
               PERFORM SQRT-ITERATE VARYING SQX FROM 1 BY 1
                  UNTIL SQX > 25
           END-IF.
       SQRT-ITERATE.
           MOVE SQRT-OUT TO SQRT-PRIOR.
           COMPUTE SQRT-OUT ROUNDED
              = (SQRT-PRIOR + (SQRT-IN / SQRT-PRIOR)) / 2.

       WRITE-CONCORD-REC.
           WRITE CONCORDANCE-RECORD FROM CONCORD-REC.
           IF WS-FS-CONCORD NOT = '00'
               DISPLAY 'ERROR WRITING CONCORDANCE-FILE - STATUS '
                  WS-FS-CONCORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CONCORD-WRITTEN-CT.

       WRITE-REPORT-LINE.
           WRITE LINK-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-LINKRPT NOT = '00'
               DISPLAY 'ERROR WRITING LINK-REPORT-FILE - STATUS '
                  WS-FS-LINKRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
           MOVE REF-FORM-CODE TO RPT-HEAD-REF.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'LINKED PCT = INTERCEPT + SLOPE X PCT, HELD TO 0 - 100.'
              TO RPT-NOTE-TEXT.
           MOVE RPT-NOTE-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'F = FORM, R = REFERENCE FORM, SAME RESPONDENTS.'
              TO RPT-NOTE-TEXT.
           MOVE RPT-NOTE-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'COLUMNS 25->, 50-> AND 75-> SHOW THAT FORM PCT LINKED.'
              TO RPT-NOTE-TEXT.
           MOVE RPT-NOTE-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF FM-COUNT < 2
               MOVE SPACES TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'NO FORM OTHER THAN THE REFERENCE FORM ON THE RESULT
      -            'S MASTER' TO RPT-NOTE-TEXT
               MOVE RPT-NOTE-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'RESULTS READ'                TO RPT-TOTAL-TEXT.
           MOVE RESULTS-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESULTS EXCLUDED (VALIDITY)' TO RPT-TOTAL-TEXT.
           MOVE EXCLUDED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'MULTI-FORM RESPONDENTS'      TO RPT-TOTAL-TEXT.
           MOVE CD-COUNT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ITEM DETAIL SESSIONS READ'   TO RPT-TOTAL-TEXT.
           MOVE DETAIL-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESULTS CONFIRMED BY DETAIL'  TO RPT-TOTAL-TEXT.
           MOVE CONFIRMED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESPONDENTS USED FOR LINKING' TO RPT-TOTAL-TEXT.
           MOVE RESPS-LINKED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'CONCORDANCE RECORDS WRITTEN' TO RPT-TOTAL-TEXT.
           MOVE CONCORD-WRITTEN-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FORM TRAITS NOT LINKED'      TO RPT-TOTAL-TEXT.
           MOVE NOT-LINKED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
