      *****************************************************************
      *  BIG5CYCL - NIGHTLY CYCLE CONTROL RECORD
      *  INDEXED FILE, ONE 160-BYTE RECORD PER BUSINESS DATE, KEPT BY
      *  CYCLCTL.  ONE ENTRY PER STEP OF THE NIGHTLY STREAM IN RUN
      *  ORDER - 1 EDITANS, 2 BIGFIVE (RUN MODE 2), 3 RSLTRECN,
      *  4 HRXTRACT, 5 REPORTS.  STATUS IS SPACE (NOT STARTED),
      *  R (RUNNING), C (COMPLETE) OR F (FAILED).  A STEP MAY NOT
      *  BEGIN UNTIL EVERY STEP BEFORE IT IS COMPLETE.  THE SCORING
      *  STEP'S COUNTS ARE TAKEN FROM BIGFIVE'S RUN-LOG-FILE.
      *****************************************************************
       01  CYCLE-CONTROL-REC.
           03  CC-BUSINESS-DATE        PIC X(08).
           03  CC-STEP OCCURS 5 TIMES.
               05  CC-STEP-STATUS      PIC X(01).
                   88  CC-STEP-NOT-STARTED VALUE SPACE.
                   88  CC-STEP-RUNNING     VALUE 'R'.
                   88  CC-STEP-COMPLETE    VALUE 'C'.
                   88  CC-STEP-FAILED      VALUE 'F'.
               05  CC-START-TIME       PIC X(06).
               05  CC-END-TIME         PIC X(06).
               05  CC-RECORDS-IN       PIC 9(05).
               05  CC-RECORDS-OUT      PIC 9(05).
               05  CC-RECORDS-REJECTED PIC 9(05).
           03  FILLER                  PIC X(12).
