       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKUPRSLT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT BACKUP-SET-FILE
               ASSIGN TO UT-S-BKUPSET
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKUPSET.

           SELECT BACKUP-REPORT-FILE
               ASSIGN TO UT-S-BKUPRPT
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-BKUPRPT.
       DATA DIVISION.
       FILE SECTION.

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

       FD  BACKUP-SET-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BACKUP-SET-RECORD.
           03 FILLER PIC X(200).

       FD  BACKUP-REPORT-FILE
              RECORD CONTAINS 132 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  BACKUP-REPORT-RECORD.
           03 FILLER PIC X(132).

       WORKING-STORAGE SECTION.
           COPY BIG5MAST.
           COPY BIG5ITEM.
           COPY BIG5BKUP.

       01  WS-FS-RSLTMST   PIC X(02).
       01  WS-FS-ITEMDTL   PIC X(02).
       01  WS-FS-PROFILE   PIC X(02).
       01  WS-FS-CKPT      PIC X(02).
       01  WS-FS-RUNLOG    PIC X(02).
       01  WS-FS-BKUPSET   PIC X(02).
       01  WS-FS-BKUPRPT   PIC X(02).
       01  WS-RUN-DATE     PIC X(08).
       01  WS-TIME         PIC X(06).
       01  EOF-FLAGS.
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

       01  FILE-TOTALS.
           03  FT-FILE-ID     PIC X(08).
           03  FT-RECORD-CT   PIC 9(09).
           03  FT-SCORE-HASH  PIC 9(15).
           03  FT-BYTE-HASH   PIC 9(15).
           03  FT-NOTE        PIC X(30).

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
           03  FILES-UNLOADED-CT PIC 9(05) VALUE 0.
           03  FILES-MISSING-CT  PIC 9(05) VALUE 0.
           03  DATA-RECS-CT      PIC 9(09) VALUE 0.
           03  SET-RECS-CT       PIC 9(09) VALUE 0.

       01  RPT-LINE PIC X(132).
       01  RPT-HEAD-LINE.
           03  FILLER PIC X(38) VALUE
               'RESULTS BACKUP - CONTROL TOTALS - SET '.
           03  RPT-HEAD-DATE PIC X(08).
           03  FILLER PIC X(01) VALUE SPACE.
           03  RPT-HEAD-TIME PIC X(06).
           03  FILLER PIC X(79) VALUE SPACES.
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
           ACCEPT WS-TIME FROM TIME.
           PERFORM OPEN-BACKUP-FILES.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-SET-HEADER.
           PERFORM UNLOAD-RESULTS-MASTER.
           PERFORM UNLOAD-ITEM-DETAIL.
           PERFORM UNLOAD-PROFILE.
           PERFORM UNLOAD-CHECKPOINT.
           PERFORM UNLOAD-RUN-LOG.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE BACKUP-SET-FILE.
           CLOSE BACKUP-REPORT-FILE.
           IF FILES-MISSING-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RESULTS BACKUP COMPLETE - SET ' WS-RUN-DATE
              ' FILES ' FILES-UNLOADED-CT ' NOT FOUND '
              FILES-MISSING-CT ' RECORDS ' DATA-RECS-CT.
           GOBACK.

       OPEN-BACKUP-FILES.
           OPEN OUTPUT BACKUP-SET-FILE.
           IF WS-FS-BKUPSET NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP-SET-FILE - STATUS '
                  WS-FS-BKUPSET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-REPORT-FILE.
           IF WS-FS-BKUPRPT NOT = '00'
               DISPLAY 'UNABLE TO OPEN BACKUP-REPORT-FILE - STATUS '
                  WS-FS-BKUPRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-SET-HEADER.
           MOVE SPACES TO BACKUP-SET-REC.
           MOVE 'H' TO BK-REC-TYPE.
           MOVE 'BIG5BKUP' TO BK-FILE-ID.
           MOVE WS-RUN-DATE TO BK-SET-DATE.
           MOVE WS-TIME TO BK-SET-TIME.
           PERFORM WRITE-SET-REC.

      *****************************************************************
      *  ONE UNLOAD PARAGRAPH PER FILE.  A FILE THAT IS NOT THERE IS
      *  BACKED UP AS EMPTY, SO THE SET STILL HAS ITS CONTROL RECORD,
      *  AND THE RUN ENDS WITH RETURN CODE 4.
      *****************************************************************
       UNLOAD-RESULTS-MASTER.
           MOVE 'RSLTMST' TO FT-FILE-ID.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT RESULTS-MASTER-FILE.
           IF WS-FS-RSLTMST = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               IF WS-FS-RSLTMST NOT = '00'
                   DISPLAY 'UNABLE TO OPEN RESULTS-MASTER-FILE - '
                      'STATUS ' WS-FS-RSLTMST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-MASTER
               PERFORM UNLOAD-MASTER-REC UNTIL NO-MORE-MASTER
               CLOSE RESULTS-MASTER-FILE
           END-IF.
           PERFORM END-FILE-UNLOAD.
       READ-MASTER.
           READ RESULTS-MASTER-FILE INTO BIG5-MASTER-REC
           AT END MOVE 'Y' TO NO-MORE-MASTER-SW.
       UNLOAD-MASTER-REC.
           PERFORM ADD-MASTER-SCORES VARYING SCX FROM 1 BY 1
              UNTIL SCX > 5.
           MOVE RESULTS-MASTER-RECORD TO HASH-IMAGE.
           PERFORM WRITE-DATA-REC.
           PERFORM READ-MASTER.
       ADD-MASTER-SCORES.
           IF BM-SUM-TRAIT (SCX) NUMERIC
               ADD BM-SUM-TRAIT (SCX) TO FT-SCORE-HASH.
           IF BM-PCT-TRAIT (SCX) NUMERIC
               COMPUTE FT-SCORE-HASH = FT-SCORE-HASH
                  + BM-PCT-TRAIT (SCX) * 10.

       UNLOAD-ITEM-DETAIL.
           MOVE 'ITEMDTL' TO FT-FILE-ID.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT ITEM-DETAIL-FILE.
           IF WS-FS-ITEMDTL = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               IF WS-FS-ITEMDTL NOT = '00'
                   DISPLAY 'UNABLE TO OPEN ITEM-DETAIL-FILE - STATUS '
                      WS-FS-ITEMDTL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ITEM-DETAIL
               PERFORM UNLOAD-ITEM-DETAIL-REC UNTIL NO-MORE-ITEMDTL
               CLOSE ITEM-DETAIL-FILE
           END-IF.
           PERFORM END-FILE-UNLOAD.
       READ-ITEM-DETAIL.
           READ ITEM-DETAIL-FILE INTO ITEM-DETAIL-REC
           AT END MOVE 'Y' TO NO-MORE-ITEMDTL-SW.
       UNLOAD-ITEM-DETAIL-REC.
           PERFORM ADD-ITEM-ANSWER VARYING ANX FROM 1 BY 1
              UNTIL ANX > 120.
           MOVE ITEM-DETAIL-RECORD TO HASH-IMAGE.
           PERFORM WRITE-DATA-REC.
           PERFORM READ-ITEM-DETAIL.
       ADD-ITEM-ANSWER.
           IF IT-ANSWER (ANX) NUMERIC
               ADD IT-ANSWER (ANX) TO FT-SCORE-HASH.

       UNLOAD-PROFILE.
           MOVE 'PROFILE' TO FT-FILE-ID.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT PROFILE-FILE.
           IF WS-FS-PROFILE = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               IF WS-FS-PROFILE NOT = '00'
                   DISPLAY 'UNABLE TO OPEN PROFILE-FILE - STATUS '
                      WS-FS-PROFILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-PROFILE
               PERFORM UNLOAD-PROFILE-REC UNTIL NO-MORE-PROFILE
               CLOSE PROFILE-FILE
           END-IF.
           PERFORM END-FILE-UNLOAD.
       READ-PROFILE.
           READ PROFILE-FILE
           AT END MOVE 'Y' TO NO-MORE-PROFILE-SW.
       UNLOAD-PROFILE-REC.
           MOVE PROFILE-RECORD TO HASH-IMAGE.
           PERFORM WRITE-DATA-REC.
           PERFORM READ-PROFILE.

       UNLOAD-CHECKPOINT.
           MOVE 'CKPT' TO FT-FILE-ID.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FS-CKPT = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               IF WS-FS-CKPT NOT = '00'
                   DISPLAY 'UNABLE TO OPEN CHECKPOINT-FILE - STATUS '
                      WS-FS-CKPT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-CHECKPOINT
               PERFORM UNLOAD-CHECKPOINT-REC UNTIL NO-MORE-CKPT
               CLOSE CHECKPOINT-FILE
           END-IF.
           PERFORM END-FILE-UNLOAD.
       READ-CHECKPOINT.
           READ CHECKPOINT-FILE
           AT END MOVE 'Y' TO NO-MORE-CKPT-SW.
       UNLOAD-CHECKPOINT-REC.
           IF CK-LAST-BFX NUMERIC
               ADD CK-LAST-BFX TO FT-SCORE-HASH
           END-IF.
           PERFORM ADD-CHECKPOINT-ANSWER VARYING ANX FROM 1 BY 1
              UNTIL ANX > 120.
           MOVE CHECKPOINT-RECORD TO HASH-IMAGE.
           PERFORM WRITE-DATA-REC.
           PERFORM READ-CHECKPOINT.
       ADD-CHECKPOINT-ANSWER.
           IF CK-ANSWERS (ANX) NUMERIC
               ADD CK-ANSWERS (ANX) TO FT-SCORE-HASH.

       UNLOAD-RUN-LOG.
           MOVE 'RUNLOG' TO FT-FILE-ID.
           PERFORM START-FILE-TOTALS.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-FS-RUNLOG = '35'
               PERFORM NOTE-FILE-MISSING
           ELSE
               IF WS-FS-RUNLOG NOT = '00'
                   DISPLAY 'UNABLE TO OPEN RUN-LOG-FILE - STATUS '
                      WS-FS-RUNLOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-RUN-LOG
               PERFORM UNLOAD-RUN-LOG-REC UNTIL NO-MORE-RUNLOG
               CLOSE RUN-LOG-FILE
           END-IF.
           PERFORM END-FILE-UNLOAD.
       READ-RUN-LOG.
           READ RUN-LOG-FILE
           AT END MOVE 'Y' TO NO-MORE-RUNLOG-SW.
       UNLOAD-RUN-LOG-REC.
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
           PERFORM WRITE-DATA-REC.
           PERFORM READ-RUN-LOG.

       START-FILE-TOTALS.
           MOVE 0 TO FT-RECORD-CT.
           MOVE 0 TO FT-SCORE-HASH.
           MOVE 0 TO FT-BYTE-HASH.
           MOVE SPACES TO FT-NOTE.
       NOTE-FILE-MISSING.
           ADD 1 TO FILES-MISSING-CT.
           MOVE 'FILE NOT FOUND - SAVED EMPTY' TO FT-NOTE.
           DISPLAY FT-FILE-ID ' NOT FOUND - BACKED UP AS EMPTY'.

       WRITE-DATA-REC.
           ADD 1 TO FT-RECORD-CT.
           ADD 1 TO DATA-RECS-CT.
           PERFORM ADD-BYTE-HASH VARYING IMX FROM 1 BY 1
              UNTIL IMX > 150.
           MOVE SPACES TO BACKUP-SET-REC.
           MOVE 'D' TO BK-REC-TYPE.
           MOVE FT-FILE-ID TO BK-FILE-ID.
           MOVE WS-RUN-DATE TO BK-SET-DATE.
           MOVE WS-TIME TO BK-SET-TIME.
           MOVE HASH-IMAGE TO BK-IMAGE.
           PERFORM WRITE-SET-REC.
       ADD-BYTE-HASH.
           MOVE IMG-CHAR (IMX) TO HB-CHAR.
           COMPUTE FT-BYTE-HASH = FT-BYTE-HASH + HB-VALUE * IMX.

       END-FILE-UNLOAD.
           MOVE SPACES TO BACKUP-CONTROL-REC.
           MOVE 'C' TO BC-REC-TYPE.
           MOVE FT-FILE-ID TO BC-FILE-ID.
           MOVE WS-RUN-DATE TO BC-SET-DATE.
           MOVE WS-TIME TO BC-SET-TIME.
           MOVE FT-RECORD-CT TO BC-RECORD-CT.
           MOVE FT-SCORE-HASH TO BC-SCORE-HASH.
           MOVE FT-BYTE-HASH TO BC-BYTE-HASH.
           MOVE BACKUP-CONTROL-REC TO BACKUP-SET-REC.
           PERFORM WRITE-SET-REC.
           ADD 1 TO FILES-UNLOADED-CT.
           MOVE FT-FILE-ID TO RPT-DET-FILE.
           MOVE 'UNLOADED' TO RPT-DET-TAG.
           MOVE FT-RECORD-CT TO RPT-DET-RECORDS.
           MOVE FT-SCORE-HASH TO RPT-DET-SCORE-HASH.
           MOVE FT-BYTE-HASH TO RPT-DET-BYTE-HASH.
           MOVE FT-NOTE TO RPT-DET-NOTE.
           MOVE RPT-DET-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-SET-REC.
           WRITE BACKUP-SET-RECORD FROM BACKUP-SET-REC.
           IF WS-FS-BKUPSET NOT = '00'
               DISPLAY 'ERROR WRITING BACKUP-SET-FILE - STATUS '
                  WS-FS-BKUPSET
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO SET-RECS-CT.

       WRITE-REPORT-LINE.
           WRITE BACKUP-REPORT-RECORD FROM RPT-LINE.
           IF WS-FS-BKUPRPT NOT = '00'
               DISPLAY 'ERROR WRITING BACKUP-REPORT-FILE - STATUS '
                  WS-FS-BKUPRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
           MOVE WS-TIME TO RPT-HEAD-TIME.
           MOVE RPT-HEAD-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RPT-COL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'FILES UNLOADED'          TO RPT-TOTAL-TEXT.
           MOVE FILES-UNLOADED-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'FILES NOT FOUND'         TO RPT-TOTAL-TEXT.
           MOVE FILES-MISSING-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DATA RECORDS UNLOADED'   TO RPT-TOTAL-TEXT.
           MOVE DATA-RECS-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'BACKUP SET RECORDS'      TO RPT-TOTAL-TEXT.
           MOVE SET-RECS-CT TO RPT-TOTAL-CT.
           PERFORM WRITE-TOTAL-LINE.
       WRITE-TOTAL-LINE.
           MOVE RPT-TOTAL-LINE TO RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
