           03  FILLER PIC X(12) VALUE 'EMPLOYEE    '.
           03  FILLER PIC X(08) VALUE 'ACTION  '.
           03  FILLER PIC X(08) VALUE 'ALLOWED '.
           03  FILLER PIC X(06) VALUE 'REASON'.
           03  FILLER PIC X(60) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           03  RPT-DET-DATE PIC X(08).
           03  FILLER PIC X(02) VALUE SPACES.
           03  RPT-DET-ACTION PIC X(01).
           03  FILLER PIC X(07) VALUE SPACES.
           03  RPT-DET-ALLOWED PIC X(01).
           03  FILLER PIC X(07) VALUE SPACES.
           03  RPT-DET-REASON PIC X(24).
           03  FILLER PIC X(42) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           03  RPT-TOTAL-TEXT PIC X(24).
           03  RPT-TOTAL-CT PIC ZZZZZZ9.
               MOVE AL-EMP-ID TO RPT-DET-EMP
               MOVE AL-ACTION TO RPT-DET-ACTION
               MOVE AL-ALLOWED TO RPT-DET-ALLOWED
               MOVE AL-REASON TO RPT-DET-REASON
               MOVE RPT-DETAIL-LINE TO RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
