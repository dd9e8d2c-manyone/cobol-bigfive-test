      *****************************************************************
      *  BIG5LINK - CROSS-FORM CONCORDANCE RECORD
      *  WRITTEN BY LINKFORM TO UT-S-CONCORD, ONE 80-BYTE RECORD PER
      *  FORM AND TRAIT THAT IS LINKED TO THE REFERENCE FORM.  A FORM
      *  PERCENT CONVERTS TO THE REFERENCE FORM SCALE AS
      *  LC-INTERCEPT + LC-SLOPE X BM-PCT-TRAIT, HELD TO 0.0 - 100.0
      *  (MEAN-SIGMA LINKING ON RESPONDENTS WHO TOOK BOTH FORMS).  THE
      *  REFERENCE FORM ITSELF CARRIES SLOPE 1 AND INTERCEPT 0.  A FORM
      *  AND TRAIT WITH NO RECORD IS NOT COMPARABLE.  READ BY TRENDRPT,
      *  DEPTRPT AND TEAMRPT.
      *****************************************************************
       01  CONCORD-REC.
           03  LC-FORM-CODE            PIC X(02).
           03  LC-TRAIT-ID             PIC 9(01).
           03  LC-REF-FORM             PIC X(02).
           03  LC-SAMPLE-N             PIC 9(05).
           03  LC-FORM-MEAN            PIC 999V99.
           03  LC-FORM-SD              PIC 999V99.
           03  LC-REF-MEAN             PIC 999V99.
           03  LC-REF-SD               PIC 999V99.
           03  LC-SLOPE                PIC 9(03)V9(04).
           03  LC-INTERCEPT            PIC S9(03)V9(04)
                                       SIGN IS LEADING SEPARATE.
           03  LC-LINK-DATE            PIC X(08).
           03  FILLER                  PIC X(27).
