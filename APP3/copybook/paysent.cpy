      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      * 2026-10-15 BATCH_SEQ ADDED - THE PAYBATCH THE RECORD WENT IN   *
      ******************************************************************
           EXEC SQL DECLARE EMP1.PAYSENT TABLE
           ( SENT_SEQ                       INTEGER NOT NULL,
             ACTION_FLAG                    CHAR(1) NOT NULL,
             SENT_TS                        TIMESTAMP NOT NULL,
             ACK_STATUS                     CHAR(1) NOT NULL,
             ACK_TS                         TIMESTAMP NOT NULL,
             BATCH_SEQ                      INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.PAYSENT                      *
           10 SENT-TS               PIC X(26).
           10 SENT-ACK-STATUS       PIC X(1).
           10 SENT-ACK-TS           PIC X(26).
           10 SENT-BATCH-SEQ        PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
