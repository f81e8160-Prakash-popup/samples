      ******************************************************************
      * DCLGEN TABLE(EMP1.PAYCAL)                                      *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.PAYCAL TABLE
           ( PERIOD_ID                      CHAR(6) NOT NULL,
             START_DATE                     DATE NOT NULL,
             END_DATE                       DATE NOT NULL,
             CUTOFF_TS                      TIMESTAMP NOT NULL,
             PAY_DATE                       DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.PAYCAL                        *
      * FIELDS CARRY THE PCAL- PREFIX - RETROPAY AND PAYBATCH OWN      *
      * SIMILAR NAMES.                                                 *
      ******************************************************************
       01  DCLPAYCAL.
           10 PCAL-PERIOD-ID        PIC X(6).
           10 PCAL-START-DATE       PIC X(10).
           10 PCAL-END-DATE         PIC X(10).
           10 PCAL-CUTOFF-TS        PIC X(26).
           10 PCAL-PAY-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
