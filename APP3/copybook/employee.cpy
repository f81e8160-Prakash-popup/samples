      * 2026-08-22 MGR_ID ADDED - REPORTING LINE, 0 = NO MANAGER       *
      * 2026-09-02 HIRE_DATE ADDED - SET AT CREATE, PRESERVED ACROSS   *
      *            STATUS CHANGES AND REHIRES                          *
      * 2026-10-15 EMP_CLASS, FTE_PCT ADDED - EMPLOYMENT CLASS         *
      *            (R=REGULAR P=PART-TIME C=CONTRACTOR) AND FTE %      *
      ******************************************************************
           EXEC SQL DECLARE EMP1.EMPLOYEE TABLE
           ( EMP_ID                         INTEGER NOT NULL,
             STATUS_DATE                    DATE NOT NULL,
             FINAL_PAY_DT                   DATE NOT NULL,
             MGR_ID                         INTEGER NOT NULL,
             HIRE_DATE                      DATE NOT NULL,
             EMP_CLASS                      CHAR(1) NOT NULL,
             FTE_PCT                        SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.EMPLOYEE                      *
           10 FINAL-PAY-DT          PIC X(10).
           10 MGR-ID                PIC S9(9) USAGE COMP.
           10 HIRE-DATE             PIC X(10).
           10 EMP-CLASS             PIC X(1).
           10 FTE-PCT               PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
