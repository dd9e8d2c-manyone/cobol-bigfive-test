      *****************************************************************
      *  BIG5TRAT - TRAIT DESCRIPTION RECORD AND MAINTENANCE TRANSACTION
      *  TRAITS-FILE (UT-S-TRAITS) HOLDS ONE 150-BYTE RECORD PER TRAIT,
      *  LEVEL AND LANGUAGE - LEVEL 0 IS THE TRAIT DESCRIPTION, LEVELS
      *  1-3 THE LOW/MID/HIGH PROFILE TEXTS.  A LANGUAGE IS COMPLETE
      *  WHEN IT HAS ALL 5 TRAITS X 4 LEVELS, ONE NON-BLANK RECORD EACH.
      *  MAINTAINED BY TRAITMNT FROM UT-S-TRAITTXN: ACTION A=ADD
      *  C=CHANGE TEXT  D=DELETE, KEYED BY TRAIT, LEVEL AND LANGUAGE.
      *****************************************************************
       01  TRAIT-DESC-REC.
           03  TD-TRAIT-ID             PIC X(01).
           03  TD-LEVEL                PIC X(01).
           03  TD-DESC                 PIC X(128).
           03  TD-LANG                 PIC X(02).
           03  FILLER                  PIC X(18).
       01  TRAIT-TXN-REC.
           03  TT-ACTION               PIC X(01).
           03  TT-TRAIT-ID             PIC X(01).
           03  TT-LEVEL                PIC X(01).
           03  TT-LANG                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  TT-DESC                 PIC X(128).
           03  FILLER                  PIC X(16).
