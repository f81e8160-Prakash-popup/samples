             ENTERED_TS                     TIMESTAMP NOT NULL,
             APPLIED                        CHAR(1) NOT NULL,
             APPROVED_BY                    CHAR(3) NOT NULL,
             APPROVED_TS                    TIMESTAMP NOT NULL,
             REASON                         CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.PENDING_SALARY               *
      * EMP_ID IS CARRIED AS PEND-EMPID - DCLEMPLOYEE ALREADY OWNS    *
      * THE UNQUALIFIED NAME.                                         *
      * APPLIED: 'N' PENDING, 'Y' APPLIED, 'E' ERROR, 'H' HELD FOR    *
      * APPROVAL, 'R' REJECTED BY THE APPROVER, 'C' CANCELLED BY      *
      * EMPTCLR (LEAVER).                                             *
      * REASON IS CARRIED AS PEND-REASON.                             *
      ******************************************************************
       01  DCLPENDING-SALARY.
           10 PEND-SEQ              PIC S9(9) USAGE COMP.
           10 APPLIED               PIC X(1).
           10 APPROVED-BY           PIC X(3).
           10 APPROVED-TS           PIC X(26).
           10 PEND-REASON           PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
