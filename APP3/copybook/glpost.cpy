      ******************************************************************
      * DCLGEN TABLE(EMP1.GLPOST)                                      *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.GLPOST TABLE
           ( SNAP_YM                        CHAR(7) NOT NULL,
             RUN_COUNT                      INTEGER NOT NULL,
             ENTRY_COUNT                    INTEGER NOT NULL,
             DEBIT_TOTAL                    DECIMAL(15, 2) NOT NULL,
             CREDIT_TOTAL                   DECIMAL(15, 2) NOT NULL,
             POST_TS                        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.GLPOST                       *
      * FIELDS CARRY THE GLP- PREFIX - EMPSNAP ALREADY OWNS SNAP-YM.  *
      ******************************************************************
       01  DCLGLPOST.
           10 GLP-SNAP-YM           PIC X(7).
           10 GLP-RUN-COUNT         PIC S9(9) USAGE COMP.
           10 GLP-ENTRY-COUNT       PIC S9(9) USAGE COMP.
           10 GLP-DEBIT-TOTAL       PIC S9(13)V9(2) USAGE COMP-3.
           10 GLP-CREDIT-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
           10 GLP-POST-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
