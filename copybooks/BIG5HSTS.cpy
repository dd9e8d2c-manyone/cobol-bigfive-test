      *****************************************************************
      *  BIG5HSTS - HR INTERFACE GENERATION STATUS RECORD
      *  ONE 80-BYTE RECORD PER HRXTRACT GENERATION, IN GENERATION
      *  ORDER.  HRXTRACT ADDS THE RECORD WITH STATUS S (SENT) AND
      *  THE COUNT AND HASH TOTALS OF ITS TRAILER; HRXACK POSTS HR'S
      *  ACKNOWLEDGMENT AS A (ACKNOWLEDGED), P (PARTIALLY REJECTED) OR
      *  O (OUT OF BALANCE - HR'S TOTALS DO NOT AGREE WITH OURS).
      *****************************************************************
       01  HRX-STATUS-REC.
           03  HS-GENERATION           PIC 9(05).
           03  HS-STATUS               PIC X(01).
               88  HS-SENT             VALUE 'S'.
               88  HS-ACKNOWLEDGED     VALUE 'A'.
               88  HS-PART-REJECTED    VALUE 'P'.
               88  HS-OUT-OF-BALANCE   VALUE 'O'.
           03  HS-SENT-DATE            PIC X(08).
           03  HS-MODE                 PIC X(01).
           03  HS-DETAIL-CT            PIC 9(07).
           03  HS-SUM-HASH             PIC 9(09).
           03  HS-PCT-HASH             PIC 9(09)V9.
           03  HS-ACK-DATE             PIC X(08).
           03  HS-HR-LOAD-DATE         PIC X(08).
           03  HS-LOADED-CT            PIC 9(07).
           03  HS-REJECTED-CT          PIC 9(07).
           03  FILLER                  PIC X(09).
