      *             moved, and each move writes a before/after record
      *             on the shared employee history file so the as-of
      *             inquiry sees the reorganization.
      * 2026-10-15  Carry the pay type and hourly rate through the
      *             cascade, and on both images of the move history.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FD-EMP-DEPT PIC X(20).
           05  FD-EMP-SALARY PIC 9(8)V99.
           05  FD-EMP-HIRE-DATE PIC 9(8).
           05  FD-EMP-PAY-TYPE PIC X(01).
           05  FD-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  NEW-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           05  NM-EMP-DEPT PIC X(20).
           05  NM-EMP-SALARY PIC 9(8)V99.
           05  NM-EMP-HIRE-DATE PIC 9(8).
           05  NM-EMP-PAY-TYPE PIC X(01).
           05  NM-EMP-HOURLY-RATE PIC 9(4)V99.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
               10  HS-AFT-DEPT PIC X(20).
               10  HS-AFT-SALARY PIC 9(8)V99.
               10  HS-AFT-HIRE-DATE PIC 9(8).
           05  HS-BEF-PAY-TYPE PIC X(01).
           05  HS-BEF-HOURLY-RATE PIC 9(4)V99.
           05  HS-AFT-PAY-TYPE PIC X(01).
           05  HS-AFT-HOURLY-RATE PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
                 MOVE FD-EMP-DEPT TO NM-EMP-DEPT
                 MOVE FD-EMP-SALARY TO NM-EMP-SALARY
                 MOVE FD-EMP-HIRE-DATE TO NM-EMP-HIRE-DATE
                 MOVE FD-EMP-PAY-TYPE TO NM-EMP-PAY-TYPE
                 MOVE FD-EMP-HOURLY-RATE TO NM-EMP-HOURLY-RATE
                 WRITE NEW-MASTER-RECORD
           END-READ.

           MOVE MV-NEW-DEPT TO HS-AFT-DEPT.
           MOVE FD-EMP-SALARY TO HS-AFT-SALARY.
           MOVE FD-EMP-HIRE-DATE TO HS-AFT-HIRE-DATE.
           MOVE FD-EMP-PAY-TYPE TO HS-BEF-PAY-TYPE.
           MOVE FD-EMP-HOURLY-RATE TO HS-BEF-HOURLY-RATE.
           MOVE FD-EMP-PAY-TYPE TO HS-AFT-PAY-TYPE.
           MOVE FD-EMP-HOURLY-RATE TO HS-AFT-HOURLY-RATE.
           WRITE HISTORY-RECORD.

      * Resolves the cascade target transitively: a rename A->B
