      * EMPRPT, EMPDEPT AND EMPORG REPORT PROGRAMS SO THE DB2 SCANS    *
      * HAPPEN ONCE AND THE REPORTS CAN RUN IN PARALLEL.  LRECL 100.   *
      * SORT POSITIONS: LAST_NAME 25-39, DEPT_CODE 40-42.              *
      * EXF-EMP-CLASS R/P/C, EXF-FTE-PCT 1-100 (100 = FULL TIME).      *
      ******************************************************************
       01  EXF-RECORD.
           05  EXF-EMP-ID              PIC 9(09).
           05  EXF-EMP-STATUS          PIC X(01).
           05  EXF-MGR-ID              PIC 9(09).
           05  EXF-HIRE-DATE           PIC X(10).
           05  EXF-EMP-CLASS           PIC X(01).
           05  EXF-FTE-PCT             PIC 9(03).
           05  FILLER                  PIC X(05).
