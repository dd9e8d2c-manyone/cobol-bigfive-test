      *  UT-S-AUTHFIL HOLDS ONE 80-BYTE RECORD PER AUTHORIZED
      *  OPERATOR; ACCESS LEVEL I ALLOWS RESULTS INQUIRY ONLY, LEVEL
      *  M ALSO ALLOWS BATCH SCORING, ARCHIVE AND ERASURE.
      *  STATUS A (OR BLANK)=ACTIVE S=SUSPENDED L=LOCKED AFTER
      *  REPEATED BAD PASSWORDS R=REVOKED.  THE PASSWORD ITSELF IS
      *  NEVER STORED - ONLY A HASH OF OPERATOR ID AND PASSWORD.  A
      *  BLANK EXPIRY DATE MEANS THE ACCOUNT DOES NOT EXPIRE.  THE
      *  SIGN-ON PARAGRAPHS COUNT BAD PASSWORDS IN AU-FAILED-CT AND
      *  CLEAR IT ON A GOOD ONE; ONLY AN AUTHMNT U (REINSTATE)
      *  TRANSACTION RETURNS A SUSPENDED OR LOCKED ACCOUNT TO ACTIVE.
      *  UT-S-ACCLOG IS THE APPEND-ONLY AUDIT LOG, ONE 80-BYTE RECORD
      *  PER SIGN-ON OR LOOKUP: ACTION S=SIGN-ON V=VIEW B=BATCH
      *  A=ARCHIVE E=ERASE, ALLOWED A=ALLOWED R=REFUSED, WITH THE
      *  REASON FOR EVERY REFUSAL.  PRINTED BY AUDITRPT.
      *****************************************************************
       01  OPER-AUTH-REC.
           03  AU-OPER-ID              PIC X(08).
           03  AU-OPER-NAME            PIC X(30).
           03  AU-ACCESS-LEVEL         PIC X(01).
           03  AU-STATUS               PIC X(01).
               88  AU-ACTIVE           VALUE 'A' ' '.
               88  AU-SUSPENDED        VALUE 'S'.
               88  AU-LOCKED           VALUE 'L'.
               88  AU-REVOKED          VALUE 'R'.
           03  AU-PASSWORD-HASH        PIC 9(09).
           03  AU-PASSWORD-DATE        PIC X(08).
           03  AU-EXPIRY-DATE          PIC X(08).
           03  AU-FAILED-CT            PIC 9(02).
           03  FILLER                  PIC X(13).
       01  ACCESS-LOG-REC.
           03  AL-LOG-DATE             PIC X(08).
           03  AL-LOG-TIME             PIC X(06).
           03  AL-EMP-ID               PIC X(10).
           03  AL-ACTION               PIC X(01).
           03  AL-ALLOWED              PIC X(01).
           03  AL-REASON               PIC X(24).
           03  FILLER                  PIC X(14).
