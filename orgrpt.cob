       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGRPT.

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

           SELECT ORG-HIER-FILE
               ASSIGN TO UT-S-ORGHIER
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORGHIER.

           SELECT ROLLUP-REPORT-FILE
               ASSIGN TO UT-S-ORGRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ORGRPT.
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

       FD  ORG-HIER-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ORG-HIER-RECORD.
           03  FILLER PIC X(80).

       FD  ROLLUP-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ROLLUP-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5EMPL.
           COPY BIG5ORGH.

       01  WS-FS-RESULTS   PIC X(02).
       01  WS-FS-EMPMST    PIC X(02).
       01  WS-FS-ORGHIER   PIC X(02).
       01  WS-FS-ORGRPT    PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-RESULTS-SW PIC X VALUE SPACE.
               88 NO-MORE-RESULTS VALUE 'Y'.
           03 NO-MORE-EMPMST-SW PIC X VALUE SPACE.
               88 NO-MORE-EMPMST VALUE 'Y'.
           03 NO-MORE-ORGHIER-SW PIC X VALUE SPACE.
               88 NO-MORE-ORGHIER VALUE 'Y'.

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

       01  DEPT-BASIS PIC X.
           88  DEPT-BASIS-CURRENT VALUE 'C'.
           88  DEPT-BASIS-TEST-TIME VALUE 'T'.
       01  RUN-FORM-CODE PIC X(02).
       01  REC-FORM-CODE PIC X(02).
       01  SCX PIC 9.

      *****************************************************************
      *  BIGFIVE STORES THE STANDARD DEPARTMENT AS CODE, SPACE, NAME
      *  IN BM-RESP-DEPT, SO THE DEPARTMENT AT TEST TIME IS THE FIRST
      *  FOUR BYTES.  RESULTS KEYED BEFORE THE EMPLOYEE MASTER WAS
      *  INTRODUCED CARRY FREE TEXT AND WILL NOT MAP TO THE HIERARCHY.
      *****************************************************************
       01  RESP-DEPT-WORK.
           03  RD-DEPT-CODE PIC X(04).
           03  FILLER       PIC X(01).
           03  RD-DEPT-NAME PIC X(15).
       01  ROLL-DEPT-CODE PIC X(04).
       01  ROLL-DEPT-NAME PIC X(20).

       01  EMP-TABLE-AREA.
           03  EP-COUNT    PIC 9(04) VALUE 0.
           03  EP-MAX-ENTRIES PIC 9(04) VALUE 2000.
           03  EP-ENTRY OCCURS 2000 TIMES.
               05  EP-EMP-ID    PIC X(10).
               05  EP-DEPT-CODE PIC X(04).
               05  EP-DEPT-NAME PIC X(20).
       01  EMP-FOUND-SW PIC X VALUE 'N'.
           88  EMP-FOUND VALUE 'Y'.
       01  EP-MATCH-IDX PIC 9(04).
       01  EPX PIC 9(04).

       01  HIER-TABLE-AREA.
           03  HY-COUNT    PIC 999 VALUE 0.
           03  HY-MAX-ENTRIES PIC 999 VALUE 200.
           03  HY-ENTRY OCCURS 200 TIMES.
               05  HY-DEPT-CODE PIC X(04).
               05  HY-DEPT-NAME PIC X(20).
               05  HY-DIV-CODE  PIC X(04).
               05  HY-DIV-NAME  PIC X(20).
               05  HY-BU-CODE   PIC X(04).
               05  HY-BU-NAME   PIC X(20).
       01  HIER-FOUND-SW PIC X VALUE 'N'.
           88  HIER-FOUND VALUE 'Y'.
       01  HY-MATCH-IDX PIC 999.
       01  HYX PIC 999.

      *****************************************************************
      *  ONE ENTRY PER DEPARTMENT, HELD IN BUSINESS UNIT / DIVISION /
      *  DEPARTMENT ORDER SO THE PRINT PASS CAN TAKE ITS SUBTOTALS ON
      *  A CONTROL BREAK.  DEPARTMENTS NOT ON THE HIERARCHY FILE ARE
      *  GROUPED UNDER DIVISION AND BUSINESS UNIT '????'.
      *****************************************************************
       01  ORG-TABLE-AREA.
           03  OT-COUNT    PIC 999 VALUE 0.
           03  OT-MAX-ENTRIES PIC 999 VALUE 200.
           03  OT-ENTRY OCCURS 200 TIMES.
               05  OT-SORT-KEY.
                   07  OT-BU-CODE   PIC X(04).
                   07  OT-DIV-CODE  PIC X(04).
                   07  OT-DEPT-CODE PIC X(04).
               05  OT-DEPT-NAME PIC X(20).
               05  OT-DIV-NAME  PIC X(20).
               05  OT-BU-NAME   PIC X(20).
               05  OT-RESP-COUNT PIC 9(05).
               05  OT-PCT-TOTAL PIC 9(07)V9 OCCURS 5 TIMES.
       01  ORG-FOUND-SW PIC X VALUE 'N'.
           88  ORG-FOUND VALUE 'Y'.
       01  OT-MATCH-IDX PIC 999.
       01  OTX PIC 999.
       01  OTY PIC 999.
       01  NEW-SORT-KEY.
           03  NK-BU-CODE   PIC X(04).
           03  NK-DIV-CODE  PIC X(04).
           03  NK-DEPT-CODE PIC X(04).
       01  NEW-DIV-NAME PIC X(20).
       01  NEW-BU-NAME  PIC X(20).

      *****************************************************************
      *  SUBTOTAL ACCUMULATORS - LEVEL 1 DIVISION, 2 BUSINESS UNIT,
      *  3 GRAND TOTAL.
      *****************************************************************
       01  ROLL-TOTAL-AREA.
           03  AC-LEVEL OCCURS 3 TIMES.
               05  AC-CODE       PIC X(04).
               05  AC-NAME       PIC X(20).
               05  AC-RESP-COUNT PIC 9(05).
               05  AC-PCT-TOTAL  PIC 9(07)V9 OCCURS 5 TIMES.
       01  ACX PIC 9.
       01  AVG-PCT PIC 999V9.

       01  COUNTS-AREA.
           03  RESULTS-READ-CT  PIC 9(05) VALUE 0.
           03  EXCLUDED-CT      PIC 9(05) VALUE 0.
           03  OTHER-FORM-CT    PIC 9(05) VALUE 0.
           03  ROLLED-UP-CT     PIC 9(05) VALUE 0.
           03  NOT-ON-MASTER-CT PIC 9(05) VALUE 0.
           03  UNMAPPED-CT      PIC 9(05) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(49) VALUE
               'ORGANISATION ROLL-UP REPORT - RUN '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(75) VALUE SPACES.
       01  RPT-BASIS-LINE.
           03  FILLER PIC X(05) VALUE 'FORM '.
           03  RPT-BASIS-FORM PIC X(02).
           03  FILLER PIC X(22) VALUE '   DEPARTMENT BASIS - '.
           03  RPT-BASIS-TEXT PIC X(40).
           03  FILLER PIC X(63) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           03  FILLER PIC X(45) VALUE
               'LEVEL       CODE  NAME                   RESP'.
           03  FILLER PIC X(40) VALUE
               '  EXTRAV  AGREEA  CONSCI  EMOSTB  INTELL'.
           03  FILLER PIC X(47) VALUE SPACES.
       01  RPT-ROLL-LINE.
           03  RPT-ROLL-LEVEL PIC X(10).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-ROLL-CODE PIC X(04).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-ROLL-NAME PIC X(20).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-ROLL-COUNT PIC ZZZZ9.
           03  RPT-ROLL-TRAIT OCCURS 5 TIMES.
               05  FILLER PIC X(03) VALUE SPACES.
               05  RPT-ROLL-PCT PIC ZZ9.9.
           03  FILLER PIC X(47) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZ9.
           03  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'INVENTORY FORM CODE (BLANK=A): '.
           ACCEPT RUN-FORM-CODE.
           IF RUN-FORM-CODE = SPACES
               MOVE 'A ' TO RUN-FORM-CODE
           END-IF.
           DISPLAY 'DEPARTMENT BASIS (C=CURRENT T=AT TEST TIME):'.
           ACCEPT DEPT-BASIS.
           IF DEPT-BASIS = SPACE
               MOVE 'C' TO DEPT-BASIS
           END-IF.
           IF NOT DEPT-BASIS-CURRENT AND NOT DEPT-BASIS-TEST-TIME
               DISPLAY 'DEPARTMENT BASIS ' DEPT-BASIS
                  ' NOT VALID - REPORT ABORTED'
               STOP RUN
           END-IF.
           PERFORM LOAD-ORG-HIERARCHY.
           IF DEPT-BASIS-CURRENT
               PERFORM LOAD-EMPL-MASTER
           END-IF.
           PERFORM LOAD-RESULTS.
           PERFORM OPEN-ROLLUP-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM PRINT-ROLL-UP.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ROLLUP-REPORT-FILE.
           DISPLAY 'ORG ROLL-UP COMPLETE - RESULTS ' RESULTS-READ-CT
              ' ROLLED UP ' ROLLED-UP-CT
              ' UNMAPPED ' UNMAPPED-CT.
           GOBACK.

       LOAD-ORG-HIERARCHY.
           MOVE 0 TO HY-COUNT.
           OPEN INPUT ORG-HIER-FILE.
           IF WS-FS-ORGHIER NOT = '00'
               DISPLAY 'UNABLE TO OPEN ORG-HIER-FILE - STATUS '
                  WS-FS-ORGHIER
               STOP RUN
           END-IF.
           PERFORM READ-ORG-HIERARCHY.
           PERFORM PROCESS-ORG-HIERARCHY UNTIL NO-MORE-ORGHIER.
           CLOSE ORG-HIER-FILE.
       PROCESS-ORG-HIERARCHY.
           IF HY-COUNT NOT < HY-MAX-ENTRIES
               DISPLAY 'ORG-HIER-FILE EXCEEDS HIER-TABLE-AREA '
                   'CAPACITY OF ' HY-MAX-ENTRIES
                   ' ENTRIES - LOAD ABORTED'
               CLOSE ORG-HIER-FILE
               STOP RUN
           END-IF.
           ADD 1 TO HY-COUNT.
           MOVE OH-DEPT-CODE TO HY-DEPT-CODE (HY-COUNT).
           MOVE OH-DEPT-NAME TO HY-DEPT-NAME (HY-COUNT).
           MOVE OH-DIV-CODE  TO HY-DIV-CODE  (HY-COUNT).
           MOVE OH-DIV-NAME  TO HY-DIV-NAME  (HY-COUNT).
           MOVE OH-BU-CODE   TO HY-BU-CODE   (HY-COUNT).
           MOVE OH-BU-NAME   TO HY-BU-NAME   (HY-COUNT).
           PERFORM READ-ORG-HIERARCHY.
       READ-ORG-HIERARCHY.
           READ ORG-HIER-FILE INTO ORG-HIER-REC
           AT END MOVE 'Y' TO NO-MORE-ORGHIER-SW.
       FIND-HIERARCHY.
           MOVE 'N' TO HIER-FOUND-SW.
           MOVE 0 TO HY-MATCH-IDX.
           PERFORM TEST-HIERARCHY VARYING HYX FROM 1 BY 1
              UNTIL HYX > HY-COUNT OR HIER-FOUND.
       TEST-HIERARCHY.
           IF HY-DEPT-CODE (HYX) = ROLL-DEPT-CODE
               MOVE 'Y' TO HIER-FOUND-SW
               MOVE HYX TO HY-MATCH-IDX.

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
           MOVE EM-DEPT-CODE TO EP-DEPT-CODE (EP-COUNT).
           MOVE EM-DEPT-NAME TO EP-DEPT-NAME (EP-COUNT).
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
           IF EP-EMP-ID (EPX) = BM-RESP-ID
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EPX TO EP-MATCH-IDX.

       LOAD-RESULTS.
           MOVE 0 TO OT-COUNT.
           OPEN INPUT BIG5-RESULTS-FILE.
           IF WS-FS-RESULTS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BIG5-RESULTS-FILE - STATUS '
                  WS-FS-RESULTS
               STOP RUN
           END-IF.
           PERFORM READ-RESULTS.
           PERFORM PROCESS-RESULT UNTIL NO-MORE-RESULTS.
           CLOSE BIG5-RESULTS-FILE.
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
       PROCESS-RESULT.
           ADD 1 TO RESULTS-READ-CT.
           MOVE BM-FORM-CODE TO REC-FORM-CODE.
           IF REC-FORM-CODE = SPACES
               MOVE 'A ' TO REC-FORM-CODE
           END-IF.
           IF BM-VALID-FLAG = 'Q'
               ADD 1 TO EXCLUDED-CT
           ELSE
               IF REC-FORM-CODE NOT = RUN-FORM-CODE
                   ADD 1 TO OTHER-FORM-CT
               ELSE
                   PERFORM TALLY-RESULT
               END-IF
           END-IF.
           PERFORM READ-RESULTS.
      *****************************************************************
      *  ON THE CURRENT BASIS A RESULT FOLLOWS THE EMPLOYEE TO THE
      *  DEPARTMENT NOW ON THE EMPLOYEE MASTER.  AN EMPLOYEE NO LONGER
      *  ON THE MASTER STAYS WITH THE DEPARTMENT AT TEST TIME.
      *****************************************************************
       TALLY-RESULT.
           ADD 1 TO ROLLED-UP-CT.
           MOVE BM-RESP-DEPT TO RESP-DEPT-WORK.
           MOVE RD-DEPT-CODE TO ROLL-DEPT-CODE.
           MOVE RD-DEPT-NAME TO ROLL-DEPT-NAME.
           IF DEPT-BASIS-CURRENT
               PERFORM FIND-EMPLOYEE
               IF EMP-FOUND
                   MOVE EP-DEPT-CODE (EP-MATCH-IDX) TO ROLL-DEPT-CODE
                   MOVE EP-DEPT-NAME (EP-MATCH-IDX) TO ROLL-DEPT-NAME
               ELSE
                   ADD 1 TO NOT-ON-MASTER-CT
               END-IF
           END-IF.
           PERFORM FIND-HIERARCHY.
           MOVE ROLL-DEPT-CODE TO NK-DEPT-CODE.
           IF HIER-FOUND
               MOVE HY-BU-CODE (HY-MATCH-IDX) TO NK-BU-CODE
               MOVE HY-DIV-CODE (HY-MATCH-IDX) TO NK-DIV-CODE
               MOVE HY-BU-NAME (HY-MATCH-IDX) TO NEW-BU-NAME
               MOVE HY-DIV-NAME (HY-MATCH-IDX) TO NEW-DIV-NAME
               MOVE HY-DEPT-NAME (HY-MATCH-IDX) TO ROLL-DEPT-NAME
           ELSE
               ADD 1 TO UNMAPPED-CT
               MOVE '????' TO NK-BU-CODE
               MOVE '????' TO NK-DIV-CODE
               MOVE 'NOT IN HIERARCHY' TO NEW-BU-NAME
               MOVE 'NOT IN HIERARCHY' TO NEW-DIV-NAME
           END-IF.
           PERFORM FIND-ORG-ENTRY.
           IF NOT ORG-FOUND
               PERFORM INSERT-ORG-SORTED
           END-IF.
           ADD 1 TO OT-RESP-COUNT (OT-MATCH-IDX).
           PERFORM ACCUM-ORG-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       ACCUM-ORG-TRAIT.
           ADD BM-PCT-TRAIT (SCX) TO OT-PCT-TOTAL (OT-MATCH-IDX, SCX).
       FIND-ORG-ENTRY.
           MOVE 'N' TO ORG-FOUND-SW.
           PERFORM TEST-ORG-ENTRY VARYING OTX FROM 1 BY 1
              UNTIL OTX > OT-COUNT OR ORG-FOUND.
       TEST-ORG-ENTRY.
           IF OT-SORT-KEY (OTX) = NEW-SORT-KEY
               MOVE 'Y' TO ORG-FOUND-SW
               MOVE OTX TO OT-MATCH-IDX.
       INSERT-ORG-SORTED.
           IF OT-COUNT NOT < OT-MAX-ENTRIES
               DISPLAY 'MORE THAN ' OT-MAX-ENTRIES
                  ' DEPARTMENTS IN RESULTS FILE - REPORT ABORTED'
               CLOSE BIG5-RESULTS-FILE
               STOP RUN
           END-IF.
           MOVE 1 TO OTY.
           PERFORM FIND-ORG-SLOT
              UNTIL OTY > OT-COUNT
              OR OT-SORT-KEY (OTY) > NEW-SORT-KEY.
           PERFORM SHIFT-ORG-DOWN
              VARYING OTX FROM OT-COUNT BY -1
              UNTIL OTX < OTY.
           ADD 1 TO OT-COUNT.
           MOVE OTY TO OT-MATCH-IDX.
           MOVE NEW-SORT-KEY TO OT-SORT-KEY (OT-MATCH-IDX).
           MOVE ROLL-DEPT-NAME TO OT-DEPT-NAME (OT-MATCH-IDX).
           MOVE NEW-DIV-NAME TO OT-DIV-NAME (OT-MATCH-IDX).
           MOVE NEW-BU-NAME TO OT-BU-NAME (OT-MATCH-IDX).
           MOVE 0 TO OT-RESP-COUNT (OT-MATCH-IDX).
           PERFORM CLEAR-ORG-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       FIND-ORG-SLOT.
           ADD 1 TO OTY.
       SHIFT-ORG-DOWN.
           MOVE OT-ENTRY (OTX) TO OT-ENTRY (OTX + 1).
       CLEAR-ORG-TRAIT.
           MOVE 0 TO OT-PCT-TOTAL (OT-MATCH-IDX, SCX).

       OPEN-ROLLUP-REPORT.
           OPEN OUTPUT ROLLUP-REPORT-FILE.
           IF WS-FS-ORGRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN ROLLUP-REPORT-FILE - STATUS '
                  WS-FS-ORGRPT
               STOP RUN
           END-IF.

       PRINT-ROLL-UP.
           IF OT-COUNT = 0
               MOVE 'NO RESULTS ON FILE FOR THIS FORM' TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CLEAR-ROLL-LEVEL VARYING ACX FROM 1 BY 1
                  UNTIL ACX > 3
               MOVE 'ALL' TO AC-CODE (3)
               MOVE 'ALL DEPARTMENTS' TO AC-NAME (3)
               PERFORM PRINT-ORG-ENTRY VARYING OTX FROM 1 BY 1
                  UNTIL OTX > OT-COUNT
               PERFORM PRINT-DIV-TOTAL
               PERFORM PRINT-BU-TOTAL
               MOVE SPACES TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'TOTAL' TO RPT-ROLL-LEVEL
               MOVE 3 TO ACX
               PERFORM PRINT-ROLL-LEVEL
           END-IF.
       PRINT-ORG-ENTRY.
           IF OTX > 1
               IF OT-BU-CODE (OTX) NOT = AC-CODE (2)
                   PERFORM PRINT-DIV-TOTAL
                   PERFORM PRINT-BU-TOTAL
               ELSE
                   IF OT-DIV-CODE (OTX) NOT = AC-CODE (1)
                       PERFORM PRINT-DIV-TOTAL
                   END-IF
               END-IF
           END-IF.
           MOVE OT-DIV-CODE (OTX) TO AC-CODE (1).
           MOVE OT-DIV-NAME (OTX) TO AC-NAME (1).
           MOVE OT-BU-CODE (OTX) TO AC-CODE (2).
           MOVE OT-BU-NAME (OTX) TO AC-NAME (2).
           MOVE 'DEPARTMENT' TO RPT-ROLL-LEVEL.
           MOVE OT-DEPT-CODE (OTX) TO RPT-ROLL-CODE.
           MOVE OT-DEPT-NAME (OTX) TO RPT-ROLL-NAME.
           MOVE OT-RESP-COUNT (OTX) TO RPT-ROLL-COUNT.
           PERFORM SET-DEPT-AVERAGE VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           MOVE RPT-ROLL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM ADD-TO-ROLL-LEVEL VARYING ACX FROM 1 BY 1
              UNTIL ACX > 3.
       SET-DEPT-AVERAGE.
           COMPUTE AVG-PCT ROUNDED =
              OT-PCT-TOTAL (OTX, SCX) / OT-RESP-COUNT (OTX).
           MOVE AVG-PCT TO RPT-ROLL-PCT (SCX).
       ADD-TO-ROLL-LEVEL.
           ADD OT-RESP-COUNT (OTX) TO AC-RESP-COUNT (ACX).
           PERFORM ADD-ROLL-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       ADD-ROLL-TRAIT.
           ADD OT-PCT-TOTAL (OTX, SCX) TO AC-PCT-TOTAL (ACX, SCX).
       PRINT-DIV-TOTAL.
           MOVE '  DIVISION' TO RPT-ROLL-LEVEL.
           MOVE 1 TO ACX.
           PERFORM PRINT-ROLL-LEVEL.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       PRINT-BU-TOTAL.
           MOVE '  BUS UNIT' TO RPT-ROLL-LEVEL.
           MOVE 2 TO ACX.
           PERFORM PRINT-ROLL-LEVEL.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
       PRINT-ROLL-LEVEL.
           MOVE AC-CODE (ACX) TO RPT-ROLL-CODE.
           MOVE AC-NAME (ACX) TO RPT-ROLL-NAME.
           MOVE AC-RESP-COUNT (ACX) TO RPT-ROLL-COUNT.
           PERFORM SET-LEVEL-AVERAGE VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           MOVE RPT-ROLL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM CLEAR-ROLL-LEVEL.
       SET-LEVEL-AVERAGE.
           COMPUTE AVG-PCT ROUNDED =
              AC-PCT-TOTAL (ACX, SCX) / AC-RESP-COUNT (ACX).
           MOVE AVG-PCT TO RPT-ROLL-PCT (SCX).
       CLEAR-ROLL-LEVEL.
           MOVE 0 TO AC-RESP-COUNT (ACX).
           PERFORM CLEAR-ROLL-TRAIT VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
       CLEAR-ROLL-TRAIT.
           MOVE 0 TO AC-PCT-TOTAL (ACX, SCX).

       WRITE-REPORT-LINE.
           WRITE ROLLUP-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-ORGRPT NOT = '00'
               DISPLAY 'ERROR WRITING ROLLUP-REPORT-FILE - STATUS '
                  WS-FS-ORGRPT
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RUN-FORM-CODE TO RPT-BASIS-FORM.
           IF DEPT-BASIS-CURRENT
               MOVE 'CURRENT DEPARTMENT (EMPLOYEE MASTER)'
                  TO RPT-BASIS-TEXT
           ELSE
               MOVE 'DEPARTMENT AT TIME OF TEST' TO RPT-BASIS-TEXT
           END-IF.
           MOVE RPT-BASIS-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-COLUMN-LINE TO RPT-LINE.
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
           MOVE 'OTHER FORMS SKIPPED'   TO RPT-TOTAL-TEXT.
           MOVE OTHER-FORM-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RESULTS ROLLED UP'     TO RPT-TOTAL-TEXT.
           MOVE ROLLED-UP-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           IF DEPT-BASIS-CURRENT
               MOVE 'NOT ON EMPLOYEE MASTER' TO RPT-TOTAL-TEXT
               MOVE NOT-ON-MASTER-CT TO RPT-TOTAL-CT
               PERFORM WRITE-TOTAL-LINE
           END-IF.
           MOVE 'DEPT NOT IN HIERARCHY' TO RPT-TOTAL-TEXT.
           MOVE UNMAPPED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
