      ******************************************************************
      * DCLGEN TABLE(EMP1.SALLETTER)                                   *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.SALLETTER TABLE
           ( HIST_SEQ                       INTEGER NOT NULL,
             EMP_ID                         INTEGER NOT NULL,
             LETTER_DATE                    DATE NOT NULL,
             PRINTED_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.SALLETTER                     *
      * FIELDS CARRY THE SLTR- PREFIX - SALARY_HISTORY AND EMPLOYEE    *
      * OWN THE UNQUALIFIED NAMES.                                     *
      ******************************************************************
       01  DCLSALLETTER.
           10 SLTR-HIST-SEQ         PIC S9(9) USAGE COMP.
           10 SLTR-EMP-ID           PIC S9(9) USAGE COMP.
           10 SLTR-LETTER-DATE      PIC X(10).
           10 SLTR-PRINTED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
