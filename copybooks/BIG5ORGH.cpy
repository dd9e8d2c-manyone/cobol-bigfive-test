      *****************************************************************
      *  BIG5ORGH - ORGANISATION HIERARCHY RECORD
      *  ONE 80-BYTE RECORD PER DEPARTMENT, KEYED ON THE STANDARD
      *  DEPARTMENT CODE (EM-DEPT-CODE ON THE EMPLOYEE MASTER), GIVING
      *  THE DIVISION AND BUSINESS UNIT THE DEPARTMENT REPORTS TO.
      *  SUPPLIED BY HR WITH THE EMPLOYEE FEED.  READ BY ORGRPT FOR
      *  THE DEPARTMENT / DIVISION / BUSINESS-UNIT ROLL-UP.
      *****************************************************************
       01  ORG-HIER-REC.
           03  OH-DEPT-CODE            PIC X(04).
           03  OH-DEPT-NAME            PIC X(20).
           03  OH-DIV-CODE             PIC X(04).
           03  OH-DIV-NAME             PIC X(20).
           03  OH-BU-CODE              PIC X(04).
           03  OH-BU-NAME              PIC X(20).
           03  FILLER                  PIC X(08).
