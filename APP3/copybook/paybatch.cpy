      ******************************************************************
      * DCLGEN TABLE(EMP1.PAYBATCH)                                    *
      *        LIBRARY(ADCDS.SPUFI.COBOL(DCLGEN9))                     *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.PAYBATCH TABLE
           ( BATCH_SEQ                      INTEGER NOT NULL,
             RUN_MODE                       CHAR(5) NOT NULL,
             RUN_DATE                       DATE NOT NULL,
             REC_COUNT                      INTEGER NOT NULL,
             ADD_COUNT                      INTEGER NOT NULL,
             CHG_COUNT                      INTEGER NOT NULL,
             DEL_COUNT                      INTEGER NOT NULL,
             RSN_COUNT                      INTEGER NOT NULL,
             HASH_TOTAL                     DECIMAL(15, 0) NOT NULL,
             BATCH_STATUS                   CHAR(1) NOT NULL,
             SENT_TS                        TIMESTAMP NOT NULL,
             ACK_TS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.PAYBATCH                     *
      * FIELDS CARRY THE PBAT- PREFIX - RUNLOG, PAYSENT AND BATCHRST  *
      * ALREADY OWN SIMILAR NAMES.                                    *
      ******************************************************************
       01  DCLPAYBATCH.
           10 PBAT-BATCH-SEQ        PIC S9(9) USAGE COMP.
           10 PBAT-RUN-MODE         PIC X(5).
           10 PBAT-RUN-DATE         PIC X(10).
           10 PBAT-REC-COUNT        PIC S9(9) USAGE COMP.
           10 PBAT-ADD-COUNT        PIC S9(9) USAGE COMP.
           10 PBAT-CHG-COUNT        PIC S9(9) USAGE COMP.
           10 PBAT-DEL-COUNT        PIC S9(9) USAGE COMP.
           10 PBAT-RSN-COUNT        PIC S9(9) USAGE COMP.
           10 PBAT-HASH-TOTAL       PIC S9(15)V USAGE COMP-3.
           10 PBAT-BATCH-STATUS     PIC X(1).
           10 PBAT-SENT-TS          PIC X(26).
           10 PBAT-ACK-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
