      *****************************************************************
      *  BIG5BNCH - JOB-FAMILY BENCHMARK PROFILE RECORD
      *  ONE 80-BYTE RECORD PER JOB FAMILY, KEYED ON THE JOB FAMILY
      *  CODE CARRIED ON THE EMPLOYEE MASTER (EM-JOB-FAMILY).  GIVES
      *  THE TARGET BAND (LOW/HIGH) FOR EACH OF THE FIVE TRAITS IN
      *  TRAIT ORDER.  SCALE P COMPARES THE BAND WITH THE PERCENT
      *  SCORE; SCALE T COMPARES IT WITH THE NORM T-SCORE, WHICH IS
      *  ONLY AVAILABLE FOR FORM A RESULTS WITH NORM DATA.  READ BY
      *  FITRPT.
      *****************************************************************
       01  BENCH-PROFILE-REC.
           03  BP-JOB-FAMILY           PIC X(08).
           03  BP-JOB-TITLE            PIC X(30).
           03  BP-SCALE                PIC X(01).
           03  BP-TRAIT-BAND OCCURS 5 TIMES.
               05  BP-BAND-LOW         PIC 999V9.
               05  BP-BAND-HIGH        PIC 999V9.
           03  FILLER                  PIC X(01).
