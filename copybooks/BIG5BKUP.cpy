      *****************************************************************
      *  BIG5BKUP - RESULTS BACKUP SET RECORDS
      *  BKUPRSLT UNLOADS THE RESULTS MASTER, ITEM DETAIL, PROFILE,
      *  CHECKPOINT AND RUN-LOG FILES TO ONE 200-BYTE SEQUENTIAL
      *  BACKUP SET (UT-S-BKUPSET, ONE GENERATION PER BACKUP DATE).
      *  THE SET STARTS WITH A HEADER (TYPE H) CARRYING THE SET DATE
      *  AND TIME, THEN FOR EACH FILE ITS RECORD IMAGES (TYPE D) AND
      *  ONE CONTROL RECORD (TYPE C) WITH THE RECORD COUNT, THE SCORE
      *  HASH TOTAL AND A BYTE HASH TOTAL OF THE RECORD IMAGES.
      *  SCORE HASH: RSLTMST SUM OF BM-SUM-TRAIT + BM-PCT-TRAIT X 10,
      *  ITEMDTL SUM OF IT-ANSWER, CKPT SUM OF CK-ANSWERS + CK-LAST-BFX,
      *  RUNLOG SUM OF THE FOUR SHEET COUNTS, PROFILE ZERO (PRINT
      *  LINES ONLY).  BYTE HASH: SUM OF EACH CHARACTER OF THE IMAGE,
      *  SPACE-FILLED TO 150, TIMES ITS POSITION.  RSTRRSLT RELOADS A
      *  SET AND CHECKS THE RELOADED FILES AGAINST THE CONTROL RECORDS.
      *****************************************************************
       01  BACKUP-SET-REC.
           03  BK-REC-TYPE             PIC X(01).
               88  BK-HEADER           VALUE 'H'.
               88  BK-DATA             VALUE 'D'.
               88  BK-CONTROL          VALUE 'C'.
           03  BK-FILE-ID              PIC X(08).
           03  BK-SET-DATE             PIC X(08).
           03  BK-SET-TIME             PIC X(06).
           03  BK-IMAGE                PIC X(150).
           03  FILLER                  PIC X(27).
       01  BACKUP-CONTROL-REC.
           03  BC-REC-TYPE             PIC X(01).
           03  BC-FILE-ID              PIC X(08).
           03  BC-SET-DATE             PIC X(08).
           03  BC-SET-TIME             PIC X(06).
           03  BC-RECORD-CT            PIC 9(09).
           03  BC-SCORE-HASH           PIC 9(15).
           03  BC-BYTE-HASH            PIC 9(15).
           03  FILLER                  PIC X(138).
