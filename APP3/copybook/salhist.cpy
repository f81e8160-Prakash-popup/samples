           ( HIST_SEQ                       INTEGER NOT NULL,
             EMP_ID                         INTEGER NOT NULL,
             OLD_SALARY                     INTEGER NOT NULL,
             CHANGED_TS                     TIMESTAMP NOT NULL,
             EFF_DATE                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.SALARY_HISTORY               *
      * EMP_ID IS CARRIED AS HIST-EMPID - DCLEMPLOYEE ALREADY OWNS     *
      * THE UNQUALIFIED NAME.  EFF_DATE IS CARRIED AS HIST-EFF-DATE -  *
      * DCLPENDING-SALARY OWNS EFF-DATE.                               *
      ******************************************************************
       01  DCLSALARY-HISTORY.
           10 HIST-SEQ              PIC S9(9) USAGE COMP.
           10 HIST-EMPID            PIC S9(9) USAGE COMP.
           10 OLD-SALARY            PIC S9(9) USAGE COMP.
           10 CHANGED-TS            PIC X(26).
           10 HIST-EFF-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
