           ( OPER_ID                        CHAR(3) NOT NULL,
             DELETE_AUTH                    CHAR(1) NOT NULL,
             ADMIN_AUTH                     CHAR(1) NOT NULL,
             APPROVE_AUTH                   CHAR(1) NOT NULL,
             CONTACT_AUTH                   CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP1.AUTH                         *
           10 DELETE-AUTH           PIC X(1).
           10 ADMIN-AUTH            PIC X(1).
           10 APPROVE-AUTH          PIC X(1).
           10 CONTACT-AUTH          PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
