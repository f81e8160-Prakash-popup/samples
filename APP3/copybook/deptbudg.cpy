      ******************************************************************
      * DCLGEN TABLE(EMP1.DEPTBUDGET)                                  *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.DEPTBUDGET TABLE
           ( DEPT_CODE                      CHAR(3) NOT NULL,
             FISCAL_YEAR                    CHAR(4) NOT NULL,
             AUTH_HEADCOUNT                 INTEGER NOT NULL,
             AUTH_SALARY                    INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.DEPTBUDGET                   *
      * FIELDS CARRY THE BUDG- PREFIX - DCLEMPLOYEE AND DCLDEPTBAND   *
      * ALREADY OWN THE UNQUALIFIED AND BAND- NAMES.                  *
      ******************************************************************
       01  DCLDEPTBUDGET.
           10 BUDG-DEPT-CODE        PIC X(3).
           10 BUDG-FISCAL-YEAR      PIC X(4).
           10 BUDG-AUTH-HEADCOUNT   PIC S9(9) USAGE COMP.
           10 BUDG-AUTH-SALARY      PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
