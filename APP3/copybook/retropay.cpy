      ******************************************************************
      * DCLGEN TABLE(EMP1.RETROPAY)                                    *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.RETROPAY TABLE
           ( HIST_SEQ                       INTEGER NOT NULL,
             PERIOD_ID                      CHAR(6) NOT NULL,
             EMP_ID                         INTEGER NOT NULL,
             OLD_SALARY                     INTEGER NOT NULL,
             NEW_SALARY                     INTEGER NOT NULL,
             EFF_DATE                       DATE NOT NULL,
             RETRO_DAYS                     SMALLINT NOT NULL,
             RETRO_AMOUNT                   DECIMAL(9, 2) NOT NULL,
             PAY_PERIOD                     CHAR(6) NOT NULL,
             CREATED_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.RETROPAY                      *
      * FIELDS CARRY THE RTRO- PREFIX - SALARY_HISTORY, PAYCAL AND     *
      * PENDING_SALARY OWN THE UNQUALIFIED NAMES.                      *
      ******************************************************************
       01  DCLRETROPAY.
           10 RTRO-HIST-SEQ         PIC S9(9) USAGE COMP.
           10 RTRO-PERIOD-ID        PIC X(6).
           10 RTRO-EMP-ID           PIC S9(9) USAGE COMP.
           10 RTRO-OLD-SALARY       PIC S9(9) USAGE COMP.
           10 RTRO-NEW-SALARY       PIC S9(9) USAGE COMP.
           10 RTRO-EFF-DATE         PIC X(10).
           10 RTRO-RETRO-DAYS       PIC S9(4) USAGE COMP.
           10 RTRO-RETRO-AMOUNT     PIC S9(7)V9(2) USAGE COMP-3.
           10 RTRO-PAY-PERIOD       PIC X(6).
           10 RTRO-CREATED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
