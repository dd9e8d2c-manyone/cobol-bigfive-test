               ASSIGN TO UT-S-TEAMPRF
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TEAMPRF.

           SELECT CONCORDANCE-FILE
               ASSIGN TO UT-S-CONCORD
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CONCORD.
       DATA DIVISION.
       FILE SECTION.

           03  PF-CC   PIC X.
           03  PF-LINE PIC X(132).

       FD  CONCORDANCE-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CONCORDANCE-RECORD.
           03 FILLER PIC X(80).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5LINK.

       01  WS-FS-TEAMROS   PIC X(02).
       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-TEAMPRF   PIC X(02).
       01  WS-FS-CONCORD   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-ROSTER-SW PIC X VALUE SPACE.
               88 NO-MORE-TRAITS VALUE 'Y'.
           03 NO-MORE-MATCHES-SW PIC X VALUE SPACE.
               88 NO-MORE-MATCHES VALUE 'Y'.
           03 NO-MORE-CONCORD-SW PIC X VALUE SPACE.
               88 NO-MORE-CONCORD VALUE 'Y'.

       01  PENDING-MASTER-AREA.
           03  PENDING-MASTER-REC.
               05  TR-TRAIT-DESC PIC X(128).
               05 TR-TRAIT-LEVEL-DESC  PIC X(128) OCCURS 3 TIMES.

      *****************************************************************
      *  MB-STATUS: N NO RESULT, Q ONLY Q-FLAGGED, V VALID, F VALID BUT
      *  ON A FORM WITH NO CONCORDANCE.  MB-PCT IS ON THE REFERENCE
      *  FORM SCALE, SO ONLY V MEMBERS ENTER THE COMPOSITE.
      *****************************************************************
       01  MEMBER-TABLE-AREA.
           03  MB-COUNT PIC 99 VALUE 0.
           03  MB-MAX-ENTRIES PIC 99 VALUE 48.
               05  MB-NAME      PIC X(30).
               05  MB-STATUS    PIC X(01).
               05  MB-RUN-DATE  PIC X(08).
               05  MB-FORM      PIC X(02).
               05  MB-PCT       PIC 999V9 OCCURS 5 TIMES.

       01  COMPOSITE-AREA.
           03  FILLER PIC X(02) VALUE SPACES.
           03  PE-TEXT PIC X(45).
           03  FILLER PIC X(73) VALUE SPACES.
       01  NOT-COMP-TEXT.
           03  FILLER PIC X(05) VALUE 'FORM '.
           03  NCT-FORM PIC X(02).
           03  FILLER PIC X(36) VALUE
               ' HAS NO CONCORDANCE - NOT COMPARABLE'.
       01  LINK-NOTE-TEXT.
           03  FILLER PIC X(33) VALUE
               'PERCENTS ARE LINKED TO THE FORM '.
           03  LNT-FORM PIC X(02).
           03  FILLER PIC X(06) VALUE ' SCALE'.

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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'TEAM NAME FOR REPORT HEADING:'.
           ACCEPT TEAM-NAME.
           PERFORM LOAD-TRAITS.
           PERFORM LOAD-CONCORDANCE.
           PERFORM OPEN-TEAM-FILES.
           PERFORM READ-ROSTER.
           PERFORM ADD-TEAM-MEMBER UNTIL NO-MORE-ROSTER.
           ELSE
               MOVE 'V' TO MB-STATUS (MBX)
               MOVE BM-RUN-DATE TO MB-RUN-DATE (MBX)
               MOVE BM-FORM-CODE TO MB-FORM (MBX)
               IF MB-FORM (MBX) = SPACES
                   MOVE 'A ' TO MB-FORM (MBX)
               END-IF
               PERFORM COPY-MEMBER-TRAIT VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
           END-IF.
       COPY-MEMBER-TRAIT.
           MOVE MB-FORM (MBX) TO LINK-FORM-CODE.
           MOVE SCX TO LINK-TRAIT-ID.
           MOVE BM-PCT-TRAIT (SCX) TO LINK-PCT-IN.
           PERFORM LINK-PCT.
           IF LINK-FOUND
               MOVE LINK-PCT-OUT TO MB-PCT (MBX, SCX)
           ELSE
               MOVE BM-PCT-TRAIT (SCX) TO MB-PCT (MBX, SCX)
               MOVE 'F' TO MB-STATUS (MBX)
           END-IF.

       BUILD-COMPOSITE.
           MOVE 0 TO CM-VALID-CT.
           MOVE MB-COUNT TO PC-TOTAL-CT.
           MOVE PROF-COUNT-LINE TO PF-LINE-WORK.
           PERFORM WRITE-PROFILE-LINE.
           MOVE CN-REF-FORM TO LNT-FORM.
           MOVE LINK-NOTE-TEXT TO PNT-TEXT.
           MOVE PROF-NOTE-LINE TO PF-LINE-WORK.
           PERFORM WRITE-PROFILE-LINE.
           IF CM-VALID-CT > 0
               PERFORM PRINT-COMPOSITE-TRAIT
                  VARYING SCX FROM 1 BY 1 UNTIL SCX > 5
               IF MB-STATUS (MBX) = 'Q'
                   MOVE 'ONLY Q-FLAGGED PROTOCOL - RETEST NEEDED'
                      TO PE-TEXT
               END-IF
               IF MB-STATUS (MBX) = 'F'
                   MOVE MB-FORM (MBX) TO NCT-FORM
                   MOVE NOT-COMP-TEXT TO PE-TEXT
               END-IF
               IF MB-STATUS (MBX) = 'N'
                   MOVE 'NO RESULT ON MASTER' TO PE-TEXT
               END-IF
               MOVE PROF-EXC-LINE TO PF-LINE-WORK
               STOP RUN
           END-IF.
           MOVE SPACE TO PF-CC-WORK.

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
