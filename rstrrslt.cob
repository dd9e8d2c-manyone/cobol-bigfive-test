       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTRRSLT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BACKUP-SET-FILE
               ASSIGN TO UT-S-BKUPSET
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKUPSET.

           SELECT RESULTS-MASTER-FILE
               ASSIGN TO UT-S-RSLTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMF-KEY
               FILE STATUS IS WS-FS-RSLTMST.

           SELECT ITEM-DETAIL-FILE
               ASSIGN TO UT-S-ITEMDTL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ITEMDTL.

           SELECT PROFILE-FILE
               ASSIGN TO UT-S-PROFILE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PROFILE.

           SELECT CHECKPOINT-FILE
               ASSIGN TO UT-S-CKPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-RESP-ID
               FILE STATUS IS WS-FS-CKPT.

           SELECT RUN-LOG-FILE
               ASSIGN TO UT-S-RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-FS-RUNLOG.

           SELECT RESTORE-REPORT-FILE
               ASSIGN TO UT-S-RSTRRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RSTRRPT.
       DATA DIVISION.
       FILE SECTION.

       FD  BACKUP-SET-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BACKUP-SET-RECORD.
           03 FILLER PIC X(200).

       FD  RESULTS-MASTER-FILE
              RECORD CONTAINS 120 CHARACTERS
              RECORDING MODE IS F.

       01  RESULTS-MASTER-RECORD.
           03  RMF-KEY.
               05  RMF-RESP-ID     PIC X(10).
               05  RMF-RUN-DATE    PIC X(08).
               05  RMF-ATTEMPT-SEQ PIC X(02).
           03  FILLER              PIC X(100).

       FD  ITEM-DETAIL-FILE
              RECORD CONTAINS 150 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ITEM-DETAIL-RECORD.
           03  FILLER PIC X(150).

       FD  PROFILE-FILE
              RECORD CONTAINS 133 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  PROFILE-RECORD.
           03  FILLER PIC X(133).

       FD  CHECKPOINT-FILE
              RECORD CONTAINS 150 CHARACTERS
              RECORDING MODE IS F.

       01  CHECKPOINT-RECORD.
           03  CK-RESP-ID     PIC X(10).
           03  CK-FORM-CODE   PIC X(02).
           03  CK-LAST-BFX    PIC 999.
           03  CK-WRITE-DATE  PIC X(08).
           03  CK-ANSWERS     PIC 9 OCCURS 120 TIMES.
           03  FILLER         PIC X(07).

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

       FD  RESTORE-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RESTORE-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5ITEM.
           COPY BIG5BKUP.

       01  WS-FS-BKUPSET   PIC X(02).
       01  WS-FS-RSLTMST   PIC X(02).
       01  WS-FS-ITEMDTL   PIC X(02).
       01  WS-FS-PROFILE   PIC X(02).
       01  WS-FS-CKPT      PIC X(02).
       01  WS-FS-RUNLOG    PIC X(02).
       01  WS-FS-RSTRRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  EOF-FLAGS.
           03 NO-MORE-SET-SW PIC X VALUE SPACE.
               88 NO-MORE-SET VALUE 'Y'.
           03 NO-MORE-MASTER-SW PIC X VALUE SPACE.
               88 NO-MORE-MASTER VALUE 'Y'.
           03 NO-MORE-ITEMDTL-SW PIC X VALUE SPACE.
               88 NO-MORE-ITEMDTL VALUE 'Y'.
           03 NO-MORE-PROFILE-SW PIC X VALUE SPACE.
               88 NO-MORE-PROFILE VALUE 'Y'.
           03 NO-MORE-CKPT-SW PIC X VALUE SPACE.
               88 NO-MORE-CKPT VALUE 'Y'.
           03 NO-MORE-RUNLOG-SW PIC X VALUE SPACE.
               88 NO-MORE-RUNLOG VALUE 'Y'.

       01  RESTORE-SET-DATE PIC X(08).
       01  SET-TIME         PIC X(06).

      *****************************************************************
      *  ONE ENTRY PER FILE IN THE SET, IN UNLOAD ORDER: THE CONTROL
      *  TOTALS READ FROM THE SET AND THE TOTALS RECOUNTED FROM THE
      *  RELOADED FILE.
      *****************************************************************
       01  CT-TABLE-AREA.
           03  CT-COUNT PIC 9 VALUE 5.
           03  CT-ENTRY OCCURS 5 TIMES.
               05  CT-FILE-ID        PIC X(08).
               05  CT-CONTROL-SW     PIC X.
                   88  CT-CONTROL-FOUND VALUE 'Y'.
               05  CT-EXP-RECORD-CT  PIC 9(09).
               05  CT-EXP-SCORE-HASH PIC 9(15).
               05  CT-EXP-BYTE-HASH  PIC 9(15).
               05  CT-ACT-RECORD-CT  PIC 9(09).
               05  CT-ACT-SCORE-HASH PIC 9(15).
               05  CT-ACT-BYTE-HASH  PIC 9(15).
               05  CT-REFUSED-CT     PIC 9(09).
       01  FX PIC 9.

       01  FILE-TOTALS.
           03  FT-FILE-ID     PIC X(08).
           03  FT-RECORD-CT   PIC 9(09).
           03  FT-SCORE-HASH  PIC 9(15).
           03  FT-BYTE-HASH   PIC 9(15).

       01  HASH-IMAGE PIC X(150).
       01  FILLER REDEFINES HASH-IMAGE.
           03  IMG-CHAR PIC X OCCURS 150 TIMES.
       01  IMX PIC 9(03).
       01  HASH-BYTE-WORK.
           03  FILLER  PIC X VALUE LOW-VALUE.
           03  HB-CHAR PIC X.
       01  FILLER REDEFINES HASH-BYTE-WORK.
           03  HB-VALUE PIC 9(04) COMP.
       01  SCX PIC 9.
       01  ANX PIC 9(03).

       01  COUNTS-AREA.
           03  SET-READ-CT       PIC 9(09) VALUE 0.
           03  RELOADED-CT       PIC 9(09) VALUE 0.
           03  REFUSED-CT        PIC 9(09) VALUE 0.
           03  SET-ERROR-CT      PIC 9(09) VALUE 0.
           03  FILES-VERIFIED-CT PIC 9(09) VALUE 0.
           03  FILES-FAILED-CT   PIC 9(09) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(37) VALUE
               'RESULTS RESTORE - VERIFICATION - SET '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-HEAD-TIME PIC X(06).
           03  FILLER PIC X(08) VALUE ' - RUN '.
           03  RPT-HEAD-RUN-DATE PIC X(08).
           03  FILLER PIC X(64) VALUE SPACES.
       01  RPT-COL-LINE.
           03  FILLER PIC X(12) VALUE '  FILE'.
           03  FILLER PIC X(10) VALUE 'TOTALS'.
           03  FILLER PIC X(11) VALUE '    RECORDS'.
           03  FILLER PIC X(02) VALUE SPACES.
           03  FILLER PIC X(15) VALUE '     SCORE HASH'.
           03  FILLER PIC X(02) VALUE SPACES.
           03  FILLER PIC X(15) VALUE '      BYTE HASH'.
           03  FILLER PIC X(02) VALUE SPACES.
           03  FILLER PIC X(30) VALUE 'RESULT'.
           03  FILLER PIC X(33) VALUE SPACES.
       01  RPT-DET-LINE.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-FILE PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-TAG PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-RECORDS PIC ZZZ,ZZZ,ZZ9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-SCORE-HASH PIC Z(14)9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-BYTE-HASH PIC Z(14)9.
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-NOTE PIC X(30).
           03  FILLER PIC X(33) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(28).
           03  RPT-TOTAL-CT PIC ZZZ,ZZZ,ZZ9.
           03  FILLER PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'RESTORE BACKUP SET DATED (YYYYMMDD):'.
           ACCEPT RESTORE-SET-DATE.
           IF RESTORE-SET-DATE = SPACES OR RESTORE-SET-DATE NOT NUMERIC
               DISPLAY 'SET DATE ' RESTORE-SET-DATE
                  ' NOT VALID - RESTORE ABORTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-BACKUP-SET.
           PERFORM INIT-CONTROL-TABLE.
           PERFORM OPEN-RESTORE-FILES.
           PERFORM READ-SET.
           PERFORM RELOAD-SET-REC UNTIL NO-MORE-SET.
           CLOSE BACKUP-SET-FILE.
           CLOSE RESULTS-MASTER-FILE.
           CLOSE ITEM-DETAIL-FILE.
           CLOSE PROFILE-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE RUN-LOG-FILE.
           PERFORM RECOUNT-RESULTS-MASTER.
           PERFORM RECOUNT-ITEM-DETAIL.
           PERFORM RECOUNT-PROFILE.
           PERFORM RECOUNT-CHECKPOINT.
           PERFORM RECOUNT-RUN-LOG.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REPORT-ONE-FILE VARYING FX FROM 1 BY 1
              UNTIL FX > CT-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE RESTORE-REPORT-FILE.
           IF FILES-FAILED-CT > 0 OR SET-ERROR-CT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY 'RESTORE OF SET ' RESTORE-SET-DATE
                  ' FAILED VERIFICATION - ' FILES-FAILED-CT
                  ' FILES MISMATCHED - DO NOT RELEASE'
           ELSE
               DISPLAY 'RESTORE OF SET ' RESTORE-SET-DATE
                  ' VERIFIED - RELOADED ' RELOADED-CT
                  ' RECORDS - FILES MAY BE RELEASED'
           END-IF.
           GOBACK.

      *****************************************************************
      *  THE SET MUST START WITH ITS HEADER AND BE THE ONE ASKED FOR;
      *  OTHERWISE NOTHING IS RELOADED.
      *****************************************************************
       OPEN-BACKUP-SET.
           OPEN INPUT BACKUP-SET-FILE.
           IF WS-FS-BKUPSET NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP-SET-FILE - STATUS '
                  WS-FS-BKUPSET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SET.
           IF NO-MORE-SET OR NOT BK-HEADER
              OR BK-FILE-ID NOT = 'BIG5BKUP'
               DISPLAY 'BACKUP-SET-FILE HAS NO SET HEADER - '
                  'RESTORE ABORTED'
               CLOSE BACKUP-SET-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF BK-SET-DATE NOT = RESTORE-SET-DATE
               DISPLAY 'BACKUP-SET-FILE HOLDS SET ' BK-SET-DATE
                  ' NOT ' RESTORE-SET-DATE ' - RESTORE ABORTED'
               CLOSE BACKUP-SET-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BK-SET-TIME TO SET-TIME.
           OPEN OUTPUT RESTORE-REPORT-FILE.
           IF WS-FS-RSTRRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN RESTORE-REPORT-FILE - STATUS '
                  WS-FS-RSTRRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       INIT-CONTROL-TABLE.
           MOVE 'RSLTMST' TO CT-FILE-ID (1).
           MOVE 'ITEMDTL' TO CT-FILE-ID (2).
           MOVE 'PROFILE' TO CT-FILE-ID (3).
           MOVE 'CKPT'    TO CT-FILE-ID (4).
           MOVE 'RUNLOG'  TO CT-FILE-ID (5).
           PERFORM CLEAR-CONTROL-ENTRY VARYING FX FROM 1 BY 1
              UNTIL FX > CT-COUNT.
       CLEAR-CONTROL-ENTRY.
           MOVE 'N' TO CT-CONTROL-SW (FX).
           MOVE 0 TO CT-EXP-RECORD-CT (FX).
           MOVE 0 TO CT-EXP-SCORE-HASH (FX).
           MOVE 0 TO CT-EXP-BYTE-HASH (FX).
           MOVE 0 TO CT-ACT-RECORD-CT (FX).
           MOVE 0 TO CT-ACT-SCORE-HASH (FX).
           MOVE 0 TO CT-ACT-BYTE-HASH (FX).
           MOVE 0 TO CT-REFUSED-CT (FX).

       OPEN-RESTORE-FILES.
           OPEN OUTPUT RESULTS-MASTER-FILE.
           IF WS-FS-RSLTMST NOT = '00'
               DISPLAY 'UNABLE TO OPEN RESULTS-MASTER-FILE - STATUS '
                  WS-FS-RSLTMST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ITEM-DETAIL-FILE.
           IF WS-FS-ITEMDTL NOT = '00'
               DISPLAY 'UNABLE TO OPEN ITEM-DETAIL-FILE - STATUS '
                  WS-FS-ITEMDTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROFILE-FILE.
           IF WS-FS-PROFILE NOT = '00'
               DISPLAY 'UNABLE TO OPEN PROFILE-FILE - STATUS '
                  WS-FS-PROFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF WS-FS-CKPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN CHECKPOINT-FILE - STATUS '
                  WS-FS-CKPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RUN-LOG-FILE.
           IF WS-FS-RUNLOG NOT = '00'
               DISPLAY 'UNABLE TO OPEN RUN-LOG-FILE - STATUS '
                  WS-FS-RUNLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SET.
           READ BACKUP-SET-FILE INTO BACKUP-SET-REC
           AT END MOVE 'Y' TO NO-MORE-SET-SW.

       RELOAD-SET-REC.
           ADD 1 TO SET-READ-CT.
           PERFORM FIND-FILE-ID.
           IF FX = 0 OR BK-SET-DATE NOT = RESTORE-SET-DATE
               ADD 1 TO SET-ERROR-CT
               DISPLAY 'SET RECORD ' SET-READ-CT ' TYPE ' BK-REC-TYPE
                  ' FILE ' BK-FILE-ID ' SET ' BK-SET-DATE
                  ' NOT PART OF THIS SET - SKIPPED'
           ELSE
               IF BK-CONTROL
                   MOVE BACKUP-SET-REC TO BACKUP-CONTROL-REC
                   MOVE 'Y' TO CT-CONTROL-SW (FX)
                   MOVE BC-RECORD-CT TO CT-EXP-RECORD-CT (FX)
                   MOVE BC-SCORE-HASH TO CT-EXP-SCORE-HASH (FX)
                   MOVE BC-BYTE-HASH TO CT-EXP-BYTE-HASH (FX)
               ELSE
                   IF BK-DATA
                       PERFORM RELOAD-DATA-REC
                   ELSE
                       ADD 1 TO SET-ERROR-CT
                       DISPLAY 'SET RECORD ' SET-READ-CT
                          ' HAS RECORD TYPE ' BK-REC-TYPE
                          ' - SKIPPED'
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-SET.
       FIND-FILE-ID.
           MOVE 0 TO FX.
           PERFORM TEST-FILE-ID VARYING SCX FROM 1 BY 1
              UNTIL SCX > CT-COUNT OR FX > 0.
       TEST-FILE-ID.
           IF CT-FILE-ID (SCX) = BK-FILE-ID
               MOVE SCX TO FX.

      *****************************************************************
      *  INDEXED FILES ARE RELOADED IN THE KEY ORDER THEY WERE
      *  UNLOADED IN.  A RECORD THE FILE REFUSES IS COUNTED AND SHOWS
      *  UP AS A RECORD COUNT MISMATCH.
      *****************************************************************
       RELOAD-DATA-REC.
           IF FX = 1
               WRITE RESULTS-MASTER-RECORD FROM BK-IMAGE
                   INVALID KEY PERFORM NOTE-REFUSED
               END-WRITE
               IF WS-FS-RSLTMST NOT = '00'
                  AND WS-FS-RSLTMST NOT = '21'
                  AND WS-FS-RSLTMST NOT = '22'
                   DISPLAY 'ERROR WRITING RESULTS-MASTER-FILE - '
                      'STATUS ' WS-FS-RSLTMST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF FX = 2
               WRITE ITEM-DETAIL-RECORD FROM BK-IMAGE
               IF WS-FS-ITEMDTL NOT = '00'
                   DISPLAY 'ERROR WRITING ITEM-DETAIL-FILE - STATUS '
                      WS-FS-ITEMDTL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF FX = 3
               WRITE PROFILE-RECORD FROM BK-IMAGE
               IF WS-FS-PROFILE NOT = '00'
                   DISPLAY 'ERROR WRITING PROFILE-FILE - STATUS '
                      WS-FS-PROFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF FX = 4
               WRITE CHECKPOINT-RECORD FROM BK-IMAGE
                   INVALID KEY PERFORM NOTE-REFUSED
               END-WRITE
               IF WS-FS-CKPT NOT = '00'
                  AND WS-FS-CKPT NOT = '21'
                  AND WS-FS-CKPT NOT = '22'
                   DISPLAY 'ERROR WRITING CHECKPOINT-FILE - STATUS '
                      WS-FS-CKPT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF FX = 5
               WRITE RUN-LOG-RECORD FROM BK-IMAGE
                   INVALID KEY PERFORM NOTE-REFUSED
               END-WRITE
               IF WS-FS-RUNLOG NOT = '00'
                  AND WS-FS-RUNLOG NOT = '21'
                  AND WS-FS-RUNLOG NOT = '22'
                   DISPLAY 'ERROR WRITING RUN-LOG-FILE - STATUS '
                      WS-FS-RUNLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO RELOADED-CT.
       NOTE-REFUSED.
           ADD 1 TO CT-REFUSED-CT (FX).
           ADD 1 TO REFUSED-CT.
           SUBTRACT 1 FROM RELOADED-CT.
           DISPLAY CT-FILE-ID (FX) ' REFUSED KEY '
              BK-IMAGE (1:20) ' - DUPLICATE OR OUT OF SEQUENCE'.

      *****************************************************************
      *  RECOUNT EACH RELOADED FILE WITH THE SAME TOTALS BKUPRSLT
      *  TAKES WHEN IT UNLOADS, FOR COMPARISON WITH THE CONTROL RECORD.
      *****************************************************************
       RECOUNT-RESULTS-MASTER.
           MOVE 1 TO FX.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT RESULTS-MASTER-FILE.
           IF WS-FS-RSLTMST NOT = '00'
               DISPLAY 'UNABLE TO REOPEN RESULTS-MASTER-FILE - '
                  'STATUS ' WS-FS-RSLTMST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-MASTER.
           PERFORM RECOUNT-MASTER-REC UNTIL NO-MORE-MASTER.
           CLOSE RESULTS-MASTER-FILE.
           PERFORM END-FILE-RECOUNT.
       READ-MASTER.
           READ RESULTS-MASTER-FILE INTO BIG5-MASTER-REC
           AT END MOVE 'Y' TO NO-MORE-MASTER-SW.
       RECOUNT-MASTER-REC.
           PERFORM ADD-MASTER-SCORES VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           MOVE RESULTS-MASTER-RECORD TO HASH-IMAGE.
           PERFORM COUNT-IMAGE.
           PERFORM READ-MASTER.
       ADD-MASTER-SCORES.
           IF BM-SUM-TRAIT (SCX) NUMERIC
               ADD BM-SUM-TRAIT (SCX) TO FT-SCORE-HASH.
           IF BM-PCT-TRAIT (SCX) NUMERIC
               COMPUTE FT-SCORE-HASH = FT-SCORE-HASH
                  + BM-PCT-TRAIT (SCX) * 10.

       RECOUNT-ITEM-DETAIL.
           MOVE 2 TO FX.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT ITEM-DETAIL-FILE.
           IF WS-FS-ITEMDTL NOT = '00'
               DISPLAY 'UNABLE TO REOPEN ITEM-DETAIL-FILE - STATUS '
                  WS-FS-ITEMDTL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-ITEM-DETAIL.
           PERFORM RECOUNT-ITEM-DETAIL-REC UNTIL NO-MORE-ITEMDTL.
           CLOSE ITEM-DETAIL-FILE.
           PERFORM END-FILE-RECOUNT.
       READ-ITEM-DETAIL.
           READ ITEM-DETAIL-FILE INTO ITEM-DETAIL-REC
           AT END MOVE 'Y' TO NO-MORE-ITEMDTL-SW.
       RECOUNT-ITEM-DETAIL-REC.
           PERFORM ADD-ITEM-ANSWER VARYING ANX FROM 1 BY 1
              UNTIL ANX > 120.
           MOVE ITEM-DETAIL-RECORD TO HASH-IMAGE.
           PERFORM COUNT-IMAGE.
           PERFORM READ-ITEM-DETAIL.
       ADD-ITEM-ANSWER.
           IF IT-ANSWER (ANX) NUMERIC
               ADD IT-ANSWER (ANX) TO FT-SCORE-HASH.

       RECOUNT-PROFILE.
           MOVE 3 TO FX.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT PROFILE-FILE.
           IF WS-FS-PROFILE NOT = '00'
               DISPLAY 'UNABLE TO REOPEN PROFILE-FILE - STATUS '
                  WS-FS-PROFILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PROFILE.
           PERFORM RECOUNT-PROFILE-REC UNTIL NO-MORE-PROFILE.
           CLOSE PROFILE-FILE.
           PERFORM END-FILE-RECOUNT.
       READ-PROFILE.
           READ PROFILE-FILE
           AT END MOVE 'Y' TO NO-MORE-PROFILE-SW.
       RECOUNT-PROFILE-REC.
           MOVE PROFILE-RECORD TO HASH-IMAGE.
           PERFORM COUNT-IMAGE.
           PERFORM READ-PROFILE.

       RECOUNT-CHECKPOINT.
           MOVE 4 TO FX.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FS-CKPT NOT = '00'
               DISPLAY 'UNABLE TO REOPEN CHECKPOINT-FILE - STATUS '
                  WS-FS-CKPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-CHECKPOINT.
           PERFORM RECOUNT-CHECKPOINT-REC UNTIL NO-MORE-CKPT.
           CLOSE CHECKPOINT-FILE.
           PERFORM END-FILE-RECOUNT.
       READ-CHECKPOINT.
           READ CHECKPOINT-FILE
           AT END MOVE 'Y' TO NO-MORE-CKPT-SW.
       RECOUNT-CHECKPOINT-REC.
           IF CK-LAST-BFX NUMERIC
               ADD CK-LAST-BFX TO FT-SCORE-HASH
           END-IF.
           PERFORM ADD-CHECKPOINT-ANSWER VARYING ANX FROM 1 BY 1
              UNTIL ANX > 120.
           MOVE CHECKPOINT-RECORD TO HASH-IMAGE.
           PERFORM COUNT-IMAGE.
           PERFORM READ-CHECKPOINT.
       ADD-CHECKPOINT-ANSWER.
           IF CK-ANSWERS (ANX) NUMERIC
               ADD CK-ANSWERS (ANX) TO FT-SCORE-HASH.

       RECOUNT-RUN-LOG.
           MOVE 5 TO FX.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-FS-RUNLOG NOT = '00'
               DISPLAY 'UNABLE TO REOPEN RUN-LOG-FILE - STATUS '
                  WS-FS-RUNLOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-RUN-LOG.
           PERFORM RECOUNT-RUN-LOG-REC UNTIL NO-MORE-RUNLOG.
           CLOSE RUN-LOG-FILE.
           PERFORM END-FILE-RECOUNT.
       READ-RUN-LOG.
           READ RUN-LOG-FILE
           AT END MOVE 'Y' TO NO-MORE-RUNLOG-SW.
       RECOUNT-RUN-LOG-REC.
           IF RL-SHEETS-READ NUMERIC
               ADD RL-SHEETS-READ TO FT-SCORE-HASH
           END-IF.
           IF RL-SHEETS-SCORED NUMERIC
               ADD RL-SHEETS-SCORED TO FT-SCORE-HASH
           END-IF.
           IF RL-SHEETS-REJECTED NUMERIC
               ADD RL-SHEETS-REJECTED TO FT-SCORE-HASH
           END-IF.
           IF RL-RESULTS-WRITTEN NUMERIC
               ADD RL-RESULTS-WRITTEN TO FT-SCORE-HASH
           END-IF.
           MOVE RUN-LOG-RECORD TO HASH-IMAGE.
           PERFORM COUNT-IMAGE.
           PERFORM READ-RUN-LOG.

       START-FILE-TOTALS.
           MOVE CT-FILE-ID (FX) TO FT-FILE-ID.
           MOVE 0 TO FT-RECORD-CT.
           MOVE 0 TO FT-SCORE-HASH.
           MOVE 0 TO FT-BYTE-HASH.
       COUNT-IMAGE.
           ADD 1 TO FT-RECORD-CT.
           PERFORM ADD-BYTE-HASH VARYING IMX FROM 1 BY 1
              UNTIL IMX > 150.
       ADD-BYTE-HASH.
           MOVE IMG-CHAR (IMX) TO HB-CHAR.
           COMPUTE FT-BYTE-HASH = FT-BYTE-HASH + HB-VALUE * IMX.
       END-FILE-RECOUNT.
           MOVE FT-RECORD-CT TO CT-ACT-RECORD-CT (FX).
           MOVE FT-SCORE-HASH TO CT-ACT-SCORE-HASH (FX).
           MOVE FT-BYTE-HASH TO CT-ACT-BYTE-HASH (FX).

       REPORT-ONE-FILE.
           MOVE CT-FILE-ID (FX) TO RPT-DET-FILE.
           MOVE 'EXPECTED' TO RPT-DET-TAG.
           MOVE CT-EXP-RECORD-CT (FX) TO RPT-DET-RECORDS.
           MOVE CT-EXP-SCORE-HASH (FX) TO RPT-DET-SCORE-HASH.
           MOVE CT-EXP-BYTE-HASH (FX) TO RPT-DET-BYTE-HASH.
           MOVE SPACES TO RPT-DET-NOTE.
           IF NOT CT-CONTROL-FOUND (FX)
               MOVE 'NO CONTROL RECORD ON SET' TO RPT-DET-NOTE
           END-IF.
           MOVE RPT-DET-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-DET-FILE.
           MOVE 'RELOADED' TO RPT-DET-TAG.
           MOVE CT-ACT-RECORD-CT (FX) TO RPT-DET-RECORDS.
           MOVE CT-ACT-SCORE-HASH (FX) TO RPT-DET-SCORE-HASH.
           MOVE CT-ACT-BYTE-HASH (FX) TO RPT-DET-BYTE-HASH.
           IF CT-CONTROL-FOUND (FX)
              AND CT-ACT-RECORD-CT (FX) = CT-EXP-RECORD-CT (FX)
              AND CT-ACT-SCORE-HASH (FX) = CT-EXP-SCORE-HASH (FX)
              AND CT-ACT-BYTE-HASH (FX) = CT-EXP-BYTE-HASH (FX)
               ADD 1 TO FILES-VERIFIED-CT
               MOVE 'VERIFIED' TO RPT-DET-NOTE
           ELSE
               ADD 1 TO FILES-FAILED-CT
               MOVE '*** MISMATCH - DO NOT RELEASE' TO RPT-DET-NOTE
           END-IF.
           MOVE RPT-DET-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE RESTORE-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-RSTRRPT NOT = '00'
               DISPLAY 'ERROR WRITING RESTORE-REPORT-FILE - STATUS '
                  WS-FS-RSTRRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE RESTORE-SET-DATE TO RPT-HEAD-DATE.
           MOVE SET-TIME TO RPT-HEAD-TIME.
           MOVE WS-RUN-DATE TO RPT-HEAD-RUN-DATE.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-COL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'SET RECORDS READ'          TO RPT-TOTAL-TEXT.
           MOVE SET-READ-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DATA RECORDS RELOADED'     TO RPT-TOTAL-TEXT.
           MOVE RELOADED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'RECORDS REFUSED ON RELOAD' TO RPT-TOTAL-TEXT.
           MOVE REFUSED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'SET RECORDS IN ERROR'      TO RPT-TOTAL-TEXT.
           MOVE SET-ERROR-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FILES VERIFIED'            TO RPT-TOTAL-TEXT.
           MOVE FILES-VERIFIED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FILES MISMATCHED'          TO RPT-TOTAL-TEXT.
           MOVE FILES-FAILED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
