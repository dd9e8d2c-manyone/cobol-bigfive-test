      *****************************************************************
      *  BIG5HRSQ - HR INTERFACE RESEND QUEUE RECORD
      *  ONE 80-BYTE RECORD PER DETAIL HR REJECTED, WRITTEN BY HRXACK.
      *  THE NEXT HRXTRACT RUN SENDS THE LATEST ATTEMPT OF EACH QUEUED
      *  RESPONDENT/RUN-DATE AGAIN, EVEN IN INCREMENTAL MODE, AND THEN
      *  EMPTIES THE QUEUE.
      *****************************************************************
       01  HRX-RESEND-REC.
           03  HQ-RESP-ID              PIC X(10).
           03  HQ-RUN-DATE             PIC X(08).
           03  HQ-GENERATION           PIC 9(05).
           03  HQ-REASON-CODE          PIC X(04).
           03  HQ-QUEUED-DATE          PIC X(08).
           03  FILLER                  PIC X(45).
