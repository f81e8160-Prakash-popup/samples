             KEY_VALUE                      CHAR(8) NOT NULL,
             TERM_ID                        CHAR(4) NOT NULL,
             OPER_ID                        CHAR(3) NOT NULL,
             AUDIT_TS                       TIMESTAMP NOT NULL,
             OLD_DELETE_AUTH                CHAR(1) NOT NULL,
             OLD_ADMIN_AUTH                 CHAR(1) NOT NULL,
             OLD_APPROVE_AUTH               CHAR(1) NOT NULL,
             OLD_CONTACT_AUTH               CHAR(1) NOT NULL,
             NEW_DELETE_AUTH                CHAR(1) NOT NULL,
             NEW_ADMIN_AUTH                 CHAR(1) NOT NULL,
             NEW_APPROVE_AUTH               CHAR(1) NOT NULL,
             NEW_CONTACT_AUTH               CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.REFAUDIT                     *
      * FIELDS CARRY THE REF- PREFIX - DCLEMPAUDIT AND DCLAUTH OWN    *
      * SEVERAL OF THE UNQUALIFIED NAMES.                             *
      * OLD-/NEW- FLAGS ARE SET ON AUTH ROWS ONLY - BLANK ELSEWHERE.  *
      ******************************************************************
       01  DCLREFAUDIT.
           10 REF-SEQ               PIC S9(9) USAGE COMP.
           10 REF-TERM-ID           PIC X(4).
           10 REF-OPER-ID           PIC X(3).
           10 REF-AUDIT-TS          PIC X(26).
           10 REF-OLD-DELETE-AUTH   PIC X(1).
           10 REF-OLD-ADMIN-AUTH    PIC X(1).
           10 REF-OLD-APPROVE-AUTH  PIC X(1).
           10 REF-OLD-CONTACT-AUTH  PIC X(1).
           10 REF-NEW-DELETE-AUTH   PIC X(1).
           10 REF-NEW-ADMIN-AUTH    PIC X(1).
           10 REF-NEW-APPROVE-AUTH  PIC X(1).
           10 REF-NEW-CONTACT-AUTH  PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
