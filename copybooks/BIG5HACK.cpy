      *****************************************************************
      *  BIG5HACK - HR INTERFACE ACKNOWLEDGMENT RECORD
      *  100-BYTE RECORDS RETURNED BY HR FOR EACH HRXTRACT GENERATION
      *  THEY HAVE LOADED.  TYPE 1 IS THE ACKNOWLEDGMENT HEADER WITH
      *  HR'S OWN COUNTS AND HASH TOTALS OF THE DETAILS RECEIVED; IT
      *  IS FOLLOWED BY ONE TYPE 2 RECORD FOR EACH DETAIL HR REFUSED,
      *  IDENTIFIED BY THE HD-RESP-ID/HD-RUN-DATE IT WAS SENT WITH.
      *  READ BY HRXACK.
      *****************************************************************
       01  HRX-ACK-REC.
           03  HA-REC-TYPE             PIC X(01).
               88  HA-ACK-HEADER       VALUE '1'.
               88  HA-ACK-REJECT       VALUE '2'.
           03  HA-GENERATION           PIC 9(05).
           03  HA-HEADER-DATA.
               05  HA-LOAD-DATE        PIC X(08).
               05  HA-RECEIVED-CT      PIC 9(07).
               05  HA-LOADED-CT        PIC 9(07).
               05  HA-REJECTED-CT      PIC 9(07).
               05  HA-SUM-HASH         PIC 9(09).
               05  HA-PCT-HASH         PIC 9(09)V9.
               05  FILLER              PIC X(46).
           03  HA-REJECT-DATA REDEFINES HA-HEADER-DATA.
               05  HA-RESP-ID          PIC X(10).
               05  HA-RUN-DATE         PIC X(08).
               05  HA-REASON-CODE      PIC X(04).
               05  HA-REASON-TEXT      PIC X(40).
               05  FILLER              PIC X(32).
