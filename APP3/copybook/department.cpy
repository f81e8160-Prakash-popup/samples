      ******************************************************************
           EXEC SQL DECLARE EMP1.DEPARTMENT TABLE
           ( DEPT_CODE                      CHAR(3) NOT NULL,
             DEPT_NAME                      CHAR(20) NOT NULL,
             GL_EXP_ACCT                    CHAR(8) NOT NULL,
             GL_ACCR_ACCT                   CHAR(8) NOT NULL,
             ACTIVE_FLAG                    CHAR(1) NOT NULL,
             RETIRED_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.DEPARTMENT                   *
       01  DCLDEPARTMENT.
           10 DEPT-CD               PIC X(3).
           10 DEPT-NAME             PIC X(20).
           10 DEPT-GL-EXP-ACCT      PIC X(8).
           10 DEPT-GL-ACCR-ACCT     PIC X(8).
           10 DEPT-ACTIVE-FLAG      PIC X(1).
           10 DEPT-RETIRED-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
