      *  NIGHTLY FEED FROM HR, ONE 80-BYTE RECORD PER EMPLOYEE KEYED
      *  ON EMPLOYEE ID.  READ BY BIGFIVE AND EDITANS TO SUPPLY THE
      *  OFFICIAL NAME AND THE STANDARD DEPARTMENT CODE IN PLACE OF
      *  FREE-TYPED VALUES.  THE JOB FAMILY CODE KEYS THE BENCHMARK
      *  PROFILE (BIG5BNCH) USED BY FITRPT; BLANK WHEN HR HAS NOT
      *  ASSIGNED ONE.
      *****************************************************************
       01  EMPL-MASTER-REC.
           03  EM-EMP-ID               PIC X(10).
           03  EM-DEPT-CODE            PIC X(04).
           03  EM-DEPT-NAME            PIC X(20).
           03  EM-STATUS               PIC X(01).
           03  EM-JOB-FAMILY           PIC X(08).
           03  FILLER                  PIC X(07).
