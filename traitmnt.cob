       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAITMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRAITS-FILE
               ASSIGN TO UT-S-TRAITS
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAITS.

           SELECT TRAIT-TXN-FILE
               ASSIGN TO UT-S-TRAITTXN
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAITTXN.

           SELECT NEW-TRAITS-FILE
               ASSIGN TO UT-S-NEWTRAIT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NEWTRAIT.

           SELECT AUDIT-REPORT-FILE
               ASSIGN TO UT-S-TRAITRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRAITRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  TRAITS-FILE
              RECORD CONTAINS 150 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  TRAITS-RECORD.
           03 FILLER PIC X(150).

       FD  TRAIT-TXN-FILE
              RECORD CONTAINS 150 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  TRAIT-TXN-RECORD.
           03 FILLER PIC X(150).

       FD  NEW-TRAITS-FILE
              RECORD CONTAINS 150 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NEW-TRAITS-RECORD.
           03 FILLER PIC X(150).

       FD  AUDIT-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  AUDIT-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5TRAT.

       01  WS-FS-TRAITS    PIC X(02).
       01  WS-FS-TRAITTXN  PIC X(02).
       01  WS-FS-NEWTRAIT  PIC X(02).
       01  WS-FS-TRAITRPT  PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-TRAITS-SW PIC X VALUE SPACE.
               88 NO-MORE-TRAITS VALUE 'Y'.
           03 NO-MORE-TXNS-SW PIC X VALUE SPACE.
               88 NO-MORE-TXNS VALUE 'Y'.

       01  TM-TABLE-AREA.
           03  TM-COUNT    PIC 9(04) VALUE 0.
           03  TM-MAX-ENTRIES PIC 9(04) VALUE 600.
           03  TM-ENTRY OCCURS 600 TIMES.
               05  TM-DELETED-SW PIC X(01).
               05  TM-REC        PIC X(150).

       01  TMX PIC 9(04).
       01  TM-MATCH-IDX PIC 9(04).
       01  TXN-ERROR-SW PIC X VALUE 'N'.
           88  TXN-REJECTED VALUE 'Y'.

      *****************************************************************
      *  ONE ENTRY PER LANGUAGE ON THE NEW FILE, WITH A RECORD COUNT
      *  AND A BLANK-TEXT COUNT FOR EACH TRAIT/LEVEL SLOT.  LEVEL 0
      *  (DESCRIPTION) IS HELD IN LEVEL SLOT 1, LEVELS 1-3 IN 2-4.
      *****************************************************************
       01  LG-TABLE-AREA.
           03  LG-COUNT    PIC 99 VALUE 0.
           03  LG-MAX-ENTRIES PIC 99 VALUE 30.
           03  LG-ENTRY OCCURS 30 TIMES.
               05  LG-LANG       PIC X(02).
               05  LG-REC-CT     PIC 9(03).
               05  LG-PROBLEM-CT PIC 9(03).
               05  LG-TRAIT OCCURS 5 TIMES.
                   07  LG-SLOT OCCURS 4 TIMES.
                       09  LG-SLOT-CT       PIC 9(03).
                       09  LG-SLOT-BLANK-CT PIC 9(03).
       01  LGX PIC 99.
       01  LG-MATCH-IDX PIC 99.
       01  SCX PIC 9.
       01  LVX PIC 9.
       01  TRAIT-NUM PIC 9.
       01  LEVEL-NUM PIC 9.

       01  LEVEL-NAME-VALUES.
           03  FILLER PIC X(11) VALUE 'DESCRIPTION'.
           03  FILLER PIC X(11) VALUE 'LOW'.
           03  FILLER PIC X(11) VALUE 'MID'.
           03  FILLER PIC X(11) VALUE 'HIGH'.
       01  FILLER REDEFINES LEVEL-NAME-VALUES.
           03  LEVEL-NAME PIC X(11) OCCURS 4 TIMES.

       01  TEXT-WORK PIC X(128).
       01  FILLER REDEFINES TEXT-WORK.
           03  TEXT-PART-1 PIC X(64).
           03  TEXT-PART-2 PIC X(64).

       01  COUNTS-AREA.
           03  RECS-LOADED-CT    PIC 9(05) VALUE 0.
           03  TXNS-READ-CT      PIC 9(05) VALUE 0.
           03  TXNS-APPLIED-CT   PIC 9(05) VALUE 0.
           03  TXNS-REJECTED-CT  PIC 9(05) VALUE 0.
           03  RECS-WRITTEN-CT   PIC 9(05) VALUE 0.
           03  RECS-DELETED-CT   PIC 9(05) VALUE 0.
           03  INVALID-KEY-CT    PIC 9(05) VALUE 0.
           03  INCOMPLETE-LANG-CT PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(47) VALUE
               'TRAITS FILE MAINTENANCE - AUDIT LISTING - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(77) VALUE SPACES.
       01  RPT-TXN-LINE.
           03  FILLER PIC X(04) VALUE 'TXN '.
           03  RPT-TXN-NO PIC ZZZZ9.
           03  FILLER PIC X(09) VALUE '  ACTION '.
           03  RPT-TXN-ACTION PIC X(01).
           03  FILLER PIC X(08) VALUE '  TRAIT '.
           03  RPT-TXN-TRAIT PIC X(01).
           03  FILLER PIC X(08) VALUE '  LEVEL '.
           03  RPT-TXN-LEVEL PIC X(01).
           03  FILLER PIC X(07) VALUE '  LANG '.
           03  RPT-TXN-LANG PIC X(02).
           03  FILLER PIC X(86) VALUE SPACES.
       01  RPT-TEXT-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-TEXT-TAG PIC X(07).
           03  RPT-TEXT-PART PIC X(64).
           03  FILLER PIC X(59) VALUE SPACES.
       01  RPT-REJ-LINE.
           03  FILLER PIC X(13) VALUE '  REJECTED - '.
           03  RPT-REJ-REASON PIC X(45).
           03  FILLER PIC X(74) VALUE SPACES.
       01  RPT-SECTION-LINE.
           03  FILLER PIC X(48) VALUE
               'TRANSLATION COMPLETENESS CHECK - NEW TRAITS-FILE'.
           03  FILLER PIC X(84) VALUE SPACES.
       01  RPT-LANG-LINE.
           03  FILLER PIC X(11) VALUE '  LANGUAGE '.
           03  RPT-LANG-CODE PIC X(02).
           03  FILLER PIC X(10) VALUE '  RECORDS '.
           03  RPT-LANG-RECS PIC ZZ9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-LANG-STATUS PIC X(10).
           03  FILLER PIC X(94) VALUE SPACES.
       01  RPT-SLOT-LINE.
           03  FILLER PIC X(10) VALUE '     TRAIT'.
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-SLOT-TRAIT PIC 9.
           03  FILLER PIC X(07) VALUE '  LEVEL'.
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-SLOT-LEVEL PIC 9.
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-SLOT-NAME PIC X(11).
           03  FILLER PIC X(03) VALUE ' - '.
           03  RPT-SLOT-PROBLEM PIC X(20).
           03  FILLER PIC X(76) VALUE SPACES.
       01  RPT-BADKEY-LINE.
           03  FILLER PIC X(13) VALUE '  RECORD KEY '.
           03  RPT-BADKEY-TRAIT PIC X(01).
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-BADKEY-LEVEL PIC X(01).
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-BADKEY-LANG PIC X(02).
           03  FILLER PIC X(40) VALUE
               ' NOT VALID - NOT USED BY ANY PROFILE'.
           03  FILLER PIC X(73) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-TRAIT-FILE.
           PERFORM OPEN-MAINT-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-TXN.
           PERFORM APPLY-TXN UNTIL NO-MORE-TXNS.
           PERFORM WRITE-NEW-TRAITS.
           PERFORM CHECK-COMPLETENESS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE TRAIT-TXN-FILE.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY 'TRAITS FILE MAINTENANCE COMPLETE - READ '
              TXNS-READ-CT ' APPLIED ' TXNS-APPLIED-CT
              ' REJECTED ' TXNS-REJECTED-CT.
           IF INCOMPLETE-LANG-CT > 0
               DISPLAY 'NEW TRAITS-FILE HAS ' INCOMPLETE-LANG-CT
                  ' INCOMPLETE LANGUAGE(S) - DO NOT RELEASE'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-TRAIT-FILE.
           OPEN INPUT TRAITS-FILE.
           IF WS-FS-TRAITS NOT = '00'
               DISPLAY 'UNABLE TO OPEN TRAITS-FILE - STATUS '
                  WS-FS-TRAITS
               STOP RUN
           END-IF.
           MOVE 0 TO TM-COUNT.
           PERFORM READ-TRAITS.
           PERFORM STORE-TRAIT-REC UNTIL NO-MORE-TRAITS.
           CLOSE TRAITS-FILE.
           MOVE TM-COUNT TO RECS-LOADED-CT.
       STORE-TRAIT-REC.
           IF TM-COUNT NOT < TM-MAX-ENTRIES
               DISPLAY 'TRAITS-FILE EXCEEDS TM-TABLE-AREA CAPACITY OF '
                   TM-MAX-ENTRIES ' RECORDS - MAINTENANCE ABORTED'
               CLOSE TRAITS-FILE
               STOP RUN.
           ADD 1 TO TM-COUNT.
           MOVE 'N' TO TM-DELETED-SW (TM-COUNT).
           MOVE TRAITS-RECORD TO TM-REC (TM-COUNT).
           PERFORM READ-TRAITS.
       READ-TRAITS.
           READ TRAITS-FILE
           AT END MOVE 'Y' TO NO-MORE-TRAITS-SW.

       OPEN-MAINT-FILES.
           OPEN INPUT TRAIT-TXN-FILE.
           IF WS-FS-TRAITTXN NOT = '00'
               DISPLAY 'UNABLE TO OPEN TRAIT-TXN-FILE - STATUS '
                  WS-FS-TRAITTXN
               STOP RUN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           IF WS-FS-TRAITRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN AUDIT-REPORT-FILE - STATUS '
                  WS-FS-TRAITRPT
               STOP RUN
           END-IF.

       READ-TXN.
           READ TRAIT-TXN-FILE INTO TRAIT-TXN-REC
           AT END MOVE 'Y' TO NO-MORE-TXNS-SW.

       APPLY-TXN.
           ADD 1 TO TXNS-READ-CT.
           MOVE 'N' TO TXN-ERROR-SW.
           IF TT-LANG = SPACES
               MOVE 'EN' TO TT-LANG
           END-IF.
           PERFORM WRITE-TXN-LINE.
           PERFORM CHECK-TXN-KEY.
           IF NOT TXN-REJECTED
               IF TT-ACTION = 'A'
                   PERFORM APPLY-ADD
               ELSE
                   IF TT-ACTION = 'C'
                       PERFORM APPLY-CHANGE
                   ELSE
                       IF TT-ACTION = 'D'
                           PERFORM APPLY-DELETE
                       ELSE
                           MOVE 'ACTION CODE NOT A, C OR D'
                              TO RPT-REJ-REASON
                           PERFORM REJECT-TXN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               ADD 1 TO TXNS-APPLIED-CT
           END-IF.
           PERFORM READ-TXN.

       CHECK-TXN-KEY.
           IF TT-TRAIT-ID NOT NUMERIC
              OR TT-TRAIT-ID < '1' OR TT-TRAIT-ID > '5'
               MOVE 'TRAIT ID NOT 1 THROUGH 5' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.
           IF NOT TXN-REJECTED
               IF TT-LEVEL NOT NUMERIC
                  OR TT-LEVEL < '0' OR TT-LEVEL > '3'
                   MOVE 'LEVEL NOT 0 THROUGH 3' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               END-IF
           END-IF.
           IF NOT TXN-REJECTED
               PERFORM FIND-TRAIT-REC
           END-IF.

       APPLY-ADD.
           IF TM-MATCH-IDX > 0
               MOVE 'TRAIT/LEVEL/LANGUAGE ALREADY ON FILE - USE C'
                  TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               PERFORM CHECK-TXN-TEXT
           END-IF.
           IF NOT TXN-REJECTED
               IF TM-COUNT NOT < TM-MAX-ENTRIES
                   MOVE 'TRAITS TABLE FULL' TO RPT-REJ-REASON
                   PERFORM REJECT-TXN
               ELSE
                   ADD 1 TO TM-COUNT
                   MOVE SPACES TO TRAIT-DESC-REC
                   MOVE TT-TRAIT-ID TO TD-TRAIT-ID
                   MOVE TT-LEVEL TO TD-LEVEL
                   MOVE TT-LANG TO TD-LANG
                   MOVE TT-DESC TO TD-DESC
                   MOVE 'N' TO TM-DELETED-SW (TM-COUNT)
                   MOVE TRAIT-DESC-REC TO TM-REC (TM-COUNT)
                   PERFORM WRITE-BEFORE-BLANK
                   MOVE '(NEW)  ' TO RPT-TEXT-TAG
                   PERFORM WRITE-TEXT-IMAGE
               END-IF
           END-IF.

       APPLY-CHANGE.
           IF TM-MATCH-IDX = 0
               MOVE 'TRAIT/LEVEL/LANGUAGE NOT ON FILE - USE A'
                  TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               PERFORM CHECK-TXN-TEXT
           END-IF.
           IF NOT TXN-REJECTED
               MOVE TM-REC (TM-MATCH-IDX) TO TRAIT-DESC-REC
               MOVE 'BEFORE ' TO RPT-TEXT-TAG
               PERFORM WRITE-TEXT-IMAGE
               MOVE TT-DESC TO TD-DESC
               MOVE TRAIT-DESC-REC TO TM-REC (TM-MATCH-IDX)
               MOVE 'AFTER  ' TO RPT-TEXT-TAG
               PERFORM WRITE-TEXT-IMAGE
           END-IF.

       APPLY-DELETE.
           IF TM-MATCH-IDX = 0
               MOVE 'TRAIT/LEVEL/LANGUAGE NOT ON FILE'
                  TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           ELSE
               MOVE TM-REC (TM-MATCH-IDX) TO TRAIT-DESC-REC
               MOVE 'BEFORE ' TO RPT-TEXT-TAG
               PERFORM WRITE-TEXT-IMAGE
               MOVE 'Y' TO TM-DELETED-SW (TM-MATCH-IDX)
               ADD 1 TO RECS-DELETED-CT
               MOVE 'AFTER  ' TO RPT-TEXT-TAG
               MOVE '(DELETED)' TO RPT-TEXT-PART
               MOVE RPT-TEXT-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-TXN-TEXT.
           IF TT-DESC = SPACES
               MOVE 'DESCRIPTION TEXT MISSING' TO RPT-REJ-REASON
               PERFORM REJECT-TXN
           END-IF.

       FIND-TRAIT-REC.
           MOVE 0 TO TM-MATCH-IDX.
           PERFORM TEST-TRAIT-REC VARYING TMX FROM 1 BY 1
              UNTIL TMX > TM-COUNT OR TM-MATCH-IDX > 0.
       TEST-TRAIT-REC.
           IF TM-DELETED-SW (TMX) NOT = 'Y'
               MOVE TM-REC (TMX) TO TRAIT-DESC-REC
               IF TD-TRAIT-ID = TT-TRAIT-ID
                  AND TD-LEVEL = TT-LEVEL
                  AND TD-LANG = TT-LANG
                   MOVE TMX TO TM-MATCH-IDX
               END-IF
           END-IF.

       REJECT-TXN.
           MOVE 'Y' TO TXN-ERROR-SW.
           ADD 1 TO TXNS-REJECTED-CT.
           MOVE RPT-REJ-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-TXN-LINE.
           MOVE TXNS-READ-CT TO RPT-TXN-NO.
           MOVE TT-ACTION TO RPT-TXN-ACTION.
           MOVE TT-TRAIT-ID TO RPT-TXN-TRAIT.
           MOVE TT-LEVEL TO RPT-TXN-LEVEL.
           MOVE TT-LANG TO RPT-TXN-LANG.
           MOVE RPT-TXN-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       WRITE-BEFORE-BLANK.
           MOVE 'BEFORE ' TO RPT-TEXT-TAG.
           MOVE '(NO PRIOR TEXT)' TO RPT-TEXT-PART.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
      *****************************************************************
      *  THE 128-BYTE TEXT IS PRINTED IN TWO HALVES SO THE WHOLE OF IT
      *  APPEARS ON THE AUDIT - THE SECOND LINE ONLY WHEN IT IS USED.
      *****************************************************************
       WRITE-TEXT-IMAGE.
           MOVE TD-DESC TO TEXT-WORK.
           MOVE TEXT-PART-1 TO RPT-TEXT-PART.
           MOVE RPT-TEXT-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF TEXT-PART-2 NOT = SPACES
               MOVE SPACES TO RPT-TEXT-TAG
               MOVE TEXT-PART-2 TO RPT-TEXT-PART
               MOVE RPT-TEXT-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-NEW-TRAITS.
           OPEN OUTPUT NEW-TRAITS-FILE.
           IF WS-FS-NEWTRAIT NOT = '00'
               DISPLAY 'UNABLE TO OPEN NEW-TRAITS-FILE - STATUS '
                  WS-FS-NEWTRAIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-ONE-TRAIT VARYING TMX FROM 1 BY 1
              UNTIL TMX > TM-COUNT.
           CLOSE NEW-TRAITS-FILE.
       WRITE-ONE-TRAIT.
           IF TM-DELETED-SW (TMX) NOT = 'Y'
               WRITE NEW-TRAITS-RECORD FROM TM-REC (TMX)
               IF WS-FS-NEWTRAIT NOT = '00'
                   DISPLAY 'ERROR WRITING NEW-TRAITS-FILE - STATUS '
                      WS-FS-NEWTRAIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RECS-WRITTEN-CT
           END-IF.

      *****************************************************************
      *  EVERY LANGUAGE ON THE NEW FILE MUST CARRY EXACTLY ONE
      *  NON-BLANK RECORD FOR EACH OF THE 5 TRAITS X 4 LEVELS, OR ITS
      *  PRINTED PROFILES COME OUT WITH BLANK DESCRIPTION LINES.
      *  A MISSING, DUPLICATED OR BLANK SLOT MAKES THE LANGUAGE
      *  INCOMPLETE AND THE RUN ENDS WITH RETURN CODE 4.
      *****************************************************************
       CHECK-COMPLETENESS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-SECTION-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO LG-COUNT.
           PERFORM TALLY-TRAIT-REC VARYING TMX FROM 1 BY 1
              UNTIL TMX > TM-COUNT.
           PERFORM CHECK-LANGUAGE VARYING LGX FROM 1 BY 1
              UNTIL LGX > LG-COUNT.
           IF LG-COUNT = 0
               MOVE '  NO LANGUAGES ON NEW TRAITS-FILE' TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       TALLY-TRAIT-REC.
           IF TM-DELETED-SW (TMX) NOT = 'Y'
               MOVE TM-REC (TMX) TO TRAIT-DESC-REC
               IF TD-TRAIT-ID NOT NUMERIC
                  OR TD-TRAIT-ID < '1' OR TD-TRAIT-ID > '5'
                  OR TD-LEVEL NOT NUMERIC
                  OR TD-LEVEL < '0' OR TD-LEVEL > '3'
                  OR TD-LANG = SPACES
                   PERFORM WRITE-BADKEY-LINE
               ELSE
                   PERFORM COUNT-TRAIT-SLOT
               END-IF
           END-IF.
       COUNT-TRAIT-SLOT.
           PERFORM FIND-LANGUAGE.
           IF LG-MATCH-IDX = 0
               PERFORM ADD-LANGUAGE
           END-IF.
           MOVE TD-TRAIT-ID TO TRAIT-NUM.
           MOVE TD-LEVEL TO LEVEL-NUM.
           COMPUTE LVX = LEVEL-NUM + 1.
           ADD 1 TO LG-REC-CT (LG-MATCH-IDX).
           ADD 1 TO LG-SLOT-CT (LG-MATCH-IDX, TRAIT-NUM, LVX).
           IF TD-DESC = SPACES
               ADD 1 TO LG-SLOT-BLANK-CT (LG-MATCH-IDX, TRAIT-NUM, LVX)
           END-IF.
       FIND-LANGUAGE.
           MOVE 0 TO LG-MATCH-IDX.
           PERFORM TEST-LANGUAGE VARYING LGX FROM 1 BY 1
              UNTIL LGX > LG-COUNT OR LG-MATCH-IDX > 0.
       TEST-LANGUAGE.
           IF LG-LANG (LGX) = TD-LANG
               MOVE LGX TO LG-MATCH-IDX.
       ADD-LANGUAGE.
           IF LG-COUNT NOT < LG-MAX-ENTRIES
               DISPLAY 'NEW TRAITS-FILE EXCEEDS LG-TABLE-AREA '
                   'CAPACITY OF ' LG-MAX-ENTRIES
                   ' LANGUAGES - CHECK ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO LG-COUNT.
           MOVE LG-COUNT TO LG-MATCH-IDX.
           MOVE TD-LANG TO LG-LANG (LG-MATCH-IDX).
           MOVE 0 TO LG-REC-CT (LG-MATCH-IDX).
           MOVE 0 TO LG-PROBLEM-CT (LG-MATCH-IDX).
           PERFORM CLEAR-LANG-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       CLEAR-LANG-TRAIT.
           PERFORM CLEAR-LANG-SLOT VARYING LVX FROM 1 BY 1
              UNTIL LVX > 4.
       CLEAR-LANG-SLOT.
           MOVE 0 TO LG-SLOT-CT (LG-MATCH-IDX, SCX, LVX).
           MOVE 0 TO LG-SLOT-BLANK-CT (LG-MATCH-IDX, SCX, LVX).

       CHECK-LANGUAGE.
           PERFORM COUNT-LANG-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           MOVE LG-LANG (LGX) TO RPT-LANG-CODE.
           MOVE LG-REC-CT (LGX) TO RPT-LANG-RECS.
           IF LG-PROBLEM-CT (LGX) = 0
               MOVE 'COMPLETE' TO RPT-LANG-STATUS
           ELSE
               MOVE 'INCOMPLETE' TO RPT-LANG-STATUS
               ADD 1 TO INCOMPLETE-LANG-CT
           END-IF.
           MOVE RPT-LANG-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF LG-PROBLEM-CT (LGX) > 0
               PERFORM LIST-LANG-TRAIT VARYING SCX FROM 1 BY 1
                  UNTIL SCX > 5
           END-IF.
       COUNT-LANG-TRAIT.
           PERFORM COUNT-LANG-SLOT VARYING LVX FROM 1 BY 1
              UNTIL LVX > 4.
       COUNT-LANG-SLOT.
           IF LG-SLOT-CT (LGX, SCX, LVX) NOT = 1
              OR LG-SLOT-BLANK-CT (LGX, SCX, LVX) > 0
               ADD 1 TO LG-PROBLEM-CT (LGX)
           END-IF.
       LIST-LANG-TRAIT.
           PERFORM LIST-LANG-SLOT VARYING LVX FROM 1 BY 1
              UNTIL LVX > 4.
       LIST-LANG-SLOT.
           MOVE SPACES TO RPT-SLOT-PROBLEM.
           IF LG-SLOT-CT (LGX, SCX, LVX) = 0
               MOVE 'MISSING' TO RPT-SLOT-PROBLEM
           ELSE
               IF LG-SLOT-CT (LGX, SCX, LVX) > 1
                   MOVE 'DUPLICATED' TO RPT-SLOT-PROBLEM
               ELSE
                   IF LG-SLOT-BLANK-CT (LGX, SCX, LVX) > 0
                       MOVE 'TEXT BLANK' TO RPT-SLOT-PROBLEM
                   END-IF
               END-IF
           END-IF.
           IF RPT-SLOT-PROBLEM NOT = SPACES
               MOVE SCX TO RPT-SLOT-TRAIT
               COMPUTE RPT-SLOT-LEVEL = LVX - 1
               MOVE LEVEL-NAME (LVX) TO RPT-SLOT-NAME
               MOVE RPT-SLOT-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
       WRITE-BADKEY-LINE.
           ADD 1 TO INVALID-KEY-CT.
           MOVE TD-TRAIT-ID TO RPT-BADKEY-TRAIT.
           MOVE TD-LEVEL TO RPT-BADKEY-LEVEL.
           MOVE TD-LANG TO RPT-BADKEY-LANG.
           MOVE RPT-BADKEY-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE AUDIT-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-TRAITRPT NOT = '00'
               DISPLAY 'ERROR WRITING AUDIT-REPORT-FILE - STATUS '
                  WS-FS-TRAITRPT
               MOVE 8 TO RETURN-CODE
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
           MOVE 'RECORDS LOADED'        TO RPT-TOTAL-TEXT.
           MOVE RECS-LOADED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS READ'     TO RPT-TOTAL-TEXT.
           MOVE TXNS-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS APPLIED'  TO RPT-TOTAL-TEXT.
           MOVE TXNS-APPLIED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO RPT-TOTAL-TEXT.
           MOVE TXNS-REJECTED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RECORDS DELETED'       TO RPT-TOTAL-TEXT.
           MOVE RECS-DELETED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RECORDS WRITTEN'       TO RPT-TOTAL-TEXT.
           MOVE RECS-WRITTEN-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LANGUAGES ON NEW FILE' TO RPT-TOTAL-TEXT.
           MOVE LG-COUNT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LANGUAGES INCOMPLETE'  TO RPT-TOTAL-TEXT.
           MOVE INCOMPLETE-LANG-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RECORDS WITH BAD KEY'  TO RPT-TOTAL-TEXT.
           MOVE INVALID-KEY-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
