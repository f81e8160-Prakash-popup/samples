      ******************************************************************
      * DCLGEN TABLE(EMP1.JOBDEP)                                      *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.JOBDEP TABLE
           ( JOB_NAME                       CHAR(8) NOT NULL,
             PRED_PGM                       CHAR(8) NOT NULL,
             MAX_RC                         INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.JOBDEP                       *
      * FIELDS CARRY THE JDEP- PREFIX.                                *
      ******************************************************************
       01  DCLJOBDEP.
           10 JDEP-JOB-NAME         PIC X(8).
           10 JDEP-PRED-PGM         PIC X(8).
           10 JDEP-MAX-RC           PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
