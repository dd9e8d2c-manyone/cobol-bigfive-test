      *****************************************************************
      *  BIG5CNST - RESPONDENT CONSENT REGISTER AND TRANSACTION RECORDS
      *  UT-S-CONSENT IS AN INDEXED FILE KEYED ON EMPLOYEE ID, ONE
      *  80-BYTE RECORD PER EMPLOYEE, POSTED ONLY BY CNSTMNT.  SCOPE R
      *  COVERS ASSESSMENT AND RESULTS ONLY, SCOPE H ALSO COVERS THE
      *  HR INTERFACE (HRXTRACT).  CONSENT IS CURRENT ON A DATE WHEN
      *  THE CONSENT DATE IS ON OR BEFORE IT, THE EXPIRY DATE IS BLANK
      *  OR ON OR AFTER IT, AND THE WITHDRAWAL DATE IS BLANK OR AFTER
      *  IT.  BIGFIVE AND EDITANS REFUSE SHEETS WITHOUT CURRENT
      *  CONSENT.  RECORDS ARE NEVER DELETED - A WITHDRAWAL IS KEPT AS
      *  PROOF OF WHAT WAS AGREED AND WHEN.
      *  UT-S-CNSTTRN CARRIES THE MAINTENANCE TRANSACTIONS: ACTION
      *  A=NEW CONSENT  C=CHANGE SCOPE/EXPIRY OR RENEW  W=WITHDRAW.
      *****************************************************************
       01  CONSENT-REC.
           03  CN-EMP-ID               PIC X(10).
           03  CN-CONSENT-DATE         PIC X(08).
           03  CN-SCOPE                PIC X(01).
               88  CN-SCOPE-RESULTS-ONLY VALUE 'R'.
               88  CN-SCOPE-RESULTS-HR   VALUE 'H'.
           03  CN-EXPIRY-DATE          PIC X(08).
           03  CN-WITHDRAW-DATE        PIC X(08).
           03  CN-LAST-POSTED-DATE     PIC X(08).
           03  FILLER                  PIC X(37).
       01  CONSENT-TXN-REC.
           03  CX-ACTION               PIC X(01).
           03  CX-EMP-ID               PIC X(10).
           03  CX-CONSENT-DATE         PIC X(08).
           03  CX-SCOPE                PIC X(01).
           03  CX-EXPIRY-DATE          PIC X(08).
           03  CX-WITHDRAW-DATE        PIC X(08).
           03  FILLER                  PIC X(44).
