      *   CHANGE WRITES ITS EMPAUDIT ROW UNDER THE       *
      *   CALLER'S IDENTITY.  A CALLER THAT SUPPLIES NO  *
      *   IDENTITY IS RECORDED AS OPERATOR 'SRV'.        *
      *                                                 *
      *   ADDRESS AND PHONE ARE RETURNED MASKED ('*')    *
      *   UNLESS THE CALLER'S OPERATOR CARRIES           *
      *   CONTACT_AUTH; EVERY UNMASKED VIEW WRITES A     *
      *   SECEVENT 'V' ROW SO EMPSECR CAN SHOW WHO SAW   *
      *   WHOSE PERSONAL DATA.  A CHECK READ ('C')       *
      *   RETURNS NO ADDRESS OR PHONE AT ALL.            *
      *                                                 *
      *   EMPLOYMENT CLASS AND FTE % DEFAULT TO REGULAR, *
      *   100 ON AN INSERT WHEN THE CALLER SENDS NONE,   *
      *   AND ARE LEFT AS ON FILE BY AN UPDATE OR A      *
      *   REHIRE THAT SENDS NONE.  A COMBINATION CRUDPGM *
      *   WOULD REFUSE (REGULAR NOT 100, PART-TIME NOT   *
      *   1-99, CONTRACTOR NOT 1-100, OR AN UNKNOWN      *
      *   CLASS) IS REFUSED HERE WITH SQLCODE -545.      *
      *   (A CICS WEB SERVICES PIPELINE/URIMAP BOUND TO  *
      *   THIS CHANNEL INTERFACE IS HOW THIS GETS A JSON *
      *   BINDING - THAT PART IS CICS CONFIGURATION, NOT *

       01 WS-AUTH-SW        PIC X(1).
           88 WS-DELETE-AUTHORIZED VALUE 'Y'.
       01 WS-CONTACT-SW     PIC X(1).
           88 WS-CONTACT-AUTHORIZED VALUE 'Y'.
       01 WS-MASK           PIC X(30) VALUE ALL '*'.
       01 WS-ADDR-KEEP.
           05 WS-KEEP-STREET-SW PIC X(1).
               88 WS-KEEP-STREET    VALUE 'Y'.
           05 WS-KEEP-CITY-SW   PIC X(1).
               88 WS-KEEP-CITY      VALUE 'Y'.
           05 WS-KEEP-POSTAL-SW PIC X(1).
               88 WS-KEEP-POSTAL    VALUE 'Y'.
           05 WS-KEEP-PHONE-SW  PIC X(1).
               88 WS-KEEP-PHONE     VALUE 'Y'.
       01 WS-AUDIT-ACTION   PIC X(1).
       01 WS-ADDR-ACTION    PIC X(1).
       01 WS-OLD-CLASS      PIC X(1).
       01 WS-OLD-FTE        PIC S9(4) USAGE COMP.
       01 WS-CLASS-FTE-SW   PIC X(1).
           88 WS-CLASS-FTE-VALID VALUE 'Y'.

       COPY EMPSRVIO.


       PROCEDURE DIVISION.

      *    A CALLER BUILT BEFORE READ TYPE OR CLASS/FTE SENDS A
      *    SHORTER REQUEST
           MOVE SPACE TO ESR-READ-TYPE
           MOVE SPACE TO ESR-EMP-CLASS
           MOVE ZERO  TO ESR-FTE-PCT

           EXEC CICS
             GET CONTAINER('EMPREQ')
             CHANNEL('EMPCHAN')
           MOVE ESR-SALARY     TO SALARY
           MOVE ESR-DEPT-CODE  TO DEPT-CODE
           MOVE ESR-MGR-ID     TO MGR-ID
           MOVE 'R'            TO WS-OLD-CLASS
           MOVE 100            TO WS-OLD-FTE
           PERFORM SET-CLASS-AND-FTE

      *    A CALLER THAT SUPPLIES NO HIRE DATE HIRES AS OF TODAY
           IF ESR-HIRE-DATE = SPACES OR ESR-HIRE-DATE = LOW-VALUES
      *    TRIGGER-ASSIGNED VALUE FOR THE ROW JUST INSERTED, IN THE
      *    SAME STATEMENT, SO A DUPLICATE FIRST/LAST NAME ELSEWHERE
      *    IN EMPLOYEE CAN NEVER MAKE THIS RETURN THE WRONG EMP_ID.
           IF NOT WS-CLASS-FTE-VALID
              MOVE -545 TO SQLCODE
           ELSE
              EXEC SQL
                SELECT EMP_ID INTO :EMP-ID
                  FROM FINAL TABLE (
                    INSERT INTO EMPLOYEE
                      (FIRST_NAME, LAST_NAME, SALARY, DEPT_CODE,
                       MGR_ID, HIRE_DATE, EMP_CLASS, FTE_PCT)
                    VALUES
                      (:FIRST-NAME, :LAST-NAME, :SALARY, :DEPT-CODE,
                       :MGR-ID, :HIRE-DATE, :EMP-CLASS, :FTE-PCT)
                  )
              END-EXEC
           END-IF

           IF SQLCODE = 0
              MOVE EMP-ID TO ESR-OUT-EMP-ID
                    CHAR(STATUS_DATE, ISO),
                    CHAR(FINAL_PAY_DT, ISO),
                    MGR_ID,
                    CHAR(HIRE_DATE, ISO),
                    EMP_CLASS,
                    FTE_PCT
               INTO :FIRST-NAME,
                    :LAST-NAME,
                    :SALARY,
                    :STATUS-DATE,
                    :FINAL-PAY-DT,
                    :MGR-ID,
                    :HIRE-DATE,
                    :EMP-CLASS,
                    :FTE-PCT
               FROM EMPLOYEE
              WHERE EMP_ID = :EMP-ID
           END-EXEC
           MOVE FINAL-PAY-DT TO ESR-OUT-FINAL-PAY-DT
           MOVE MGR-ID       TO ESR-OUT-MGR-ID
           MOVE HIRE-DATE    TO ESR-OUT-HIRE-DATE
           MOVE EMP-CLASS    TO ESR-OUT-EMP-CLASS
           MOVE FTE-PCT      TO ESR-OUT-FTE-PCT

           IF SQLCODE = 0
              PERFORM FETCH-ADDRESS-ROW

      ***************************************************
      *  THE ADDRESS CHILD RECORD FOR THE SELECTED      *
      *  EMPLOYEE - SPACES WHEN NONE IS ON FILE OR ON A *
      *  CHECK READ ('C'), WHICH SHOWS NO ONE ANYTHING, *
      *  MASKED WHEN THE CALLER LACKS CONTACT_AUTH,     *
      *  LOGGED AS A VIEW WHEN SHOWN UNMASKED.  THE     *
      *  MAIN SELECT'S SQLCODE IS PRESERVED.            *
      ***************************************************
       FETCH-ADDRESS-ROW.
              WHERE EMP_ID = :ADDR-EMPID
           END-EXEC

           IF SQLCODE = 0 AND ESR-READ-TYPE NOT = 'C'
              PERFORM CHECK-CONTACT-AUTH
              IF WS-CONTACT-AUTHORIZED
                 MOVE ADDR-STREET TO ESR-OUT-STREET
                 MOVE ADDR-CITY   TO ESR-OUT-CITY
                 MOVE ADDR-POSTAL TO ESR-OUT-POSTAL
                 MOVE ADDR-PHONE  TO ESR-OUT-PHONE
                 PERFORM LOG-CONTACT-VIEW
              ELSE
                 PERFORM MASK-ADDRESS-FIELDS
              END-IF
           ELSE
              MOVE SPACES TO ESR-OUT-STREET
              MOVE SPACES TO ESR-OUT-CITY

           EXIT.

      ***************************************************
      *  A FIELD ON FILE COMES BACK AS ALL '*' - A      *
      *  BLANK ONE STAYS BLANK SO THE CALLER CAN STILL  *
      *  TELL THERE IS NOTHING TO SEE.                  *
      ***************************************************
       MASK-ADDRESS-FIELDS.

           IF ADDR-STREET = SPACES
              MOVE SPACES  TO ESR-OUT-STREET
           ELSE
              MOVE WS-MASK TO ESR-OUT-STREET
           END-IF
           IF ADDR-CITY = SPACES
              MOVE SPACES  TO ESR-OUT-CITY
           ELSE
              MOVE WS-MASK TO ESR-OUT-CITY
           END-IF
           IF ADDR-POSTAL = SPACES
              MOVE SPACES  TO ESR-OUT-POSTAL
           ELSE
              MOVE WS-MASK TO ESR-OUT-POSTAL
           END-IF
           IF ADDR-PHONE = SPACES
              MOVE SPACES  TO ESR-OUT-PHONE
           ELSE
              MOVE WS-MASK TO ESR-OUT-PHONE
           END-IF.

           EXIT.

      ***************************************************
      *  ONLY A CALLER WHOSE OPERATOR CARRIES            *
      *  AUTH.CONTACT_AUTH SEES ADDRESS AND PHONE        *
      ***************************************************
       CHECK-CONTACT-AUTH.

           MOVE 'N' TO WS-CONTACT-SW
           MOVE ESR-OPER-ID TO OPER-ID

           EXEC SQL
             SELECT CONTACT_AUTH INTO :CONTACT-AUTH
               FROM AUTH
              WHERE OPER_ID = :OPER-ID
           END-EXEC

           IF SQLCODE = 0 AND CONTACT-AUTH = 'Y'
              MOVE 'Y' TO WS-CONTACT-SW
           END-IF.

           EXIT.

      ***************************************************
      *  RECORD AN UNMASKED VIEW OF THE CONTACT DATA    *
      ***************************************************
       LOG-CONTACT-VIEW.

           MOVE EMP-ID TO SEC-EMPID
           PERFORM DEFAULT-CALLER-IDENTITY

           EXEC SQL
             INSERT INTO SECEVENT
               (EVENT_CODE, EMP_ID, TERM_ID, OPER_ID, EVENT_TS)
             VALUES
               ('V', :SEC-EMPID, :ESR-TERM-ID, :ESR-OPER-ID,
                CURRENT TIMESTAMP)
           END-EXEC.

           EXIT.

       UPDATE-EMPLOYEE-ROW.

           MOVE ESR-EMP-ID     TO EMP-ID

      *    THE DEPARTMENT AS IT STANDS, SO A MOVE CAN BE TRACED
           MOVE 'N' TO WS-DEPT-KNOWN-SW
           MOVE 'R' TO WS-OLD-CLASS
           MOVE 100 TO WS-OLD-FTE
           EXEC SQL
             SELECT DEPT_CODE, EMP_CLASS, FTE_PCT
               INTO :WS-OLD-DEPT, :WS-OLD-CLASS, :WS-OLD-FTE
               FROM EMPLOYEE
              WHERE EMP_ID = :EMP-ID
           END-EXEC
           IF SQLCODE = 0
              SET WS-DEPT-KNOWN TO TRUE
           END-IF
           PERFORM SET-CLASS-AND-FTE

           IF NOT WS-CLASS-FTE-VALID
              MOVE -545 TO SQLCODE
           ELSE
              EXEC SQL
                 UPDATE EMPLOYEE
                 SET FIRST_NAME = :FIRST-NAME,
                     LAST_NAME = :LAST-NAME,
                     SALARY = :SALARY,
                     DEPT_CODE = :DEPT-CODE,
                     MGR_ID = :MGR-ID,
                     EMP_CLASS = :EMP-CLASS,
                     FTE_PCT = :FTE-PCT
                 WHERE EMP_ID = :EMP-ID
              END-EXEC
           END-IF

           IF SQLCODE = 0 AND WS-DEPT-KNOWN
              AND WS-OLD-DEPT NOT = DEPT-CODE
      ***************************************************
      *  RESTATE (OR CAPTURE) THE ADDRESS CHILD RECORD. *
      *  ALL FOUR FIELDS SPACES MEANS THE CALLER SENT   *
      *  NO ADDRESS - WHAT IS ON FILE STANDS.  A FIELD  *
      *  SENT BACK STILL MASKED ('*') IS KEPT AS IT IS  *
      *  ON FILE, SO AN OPERATOR WITHOUT CONTACT_AUTH   *
      *  CANNOT OVERWRITE WHAT THEY WERE NOT SHOWN.     *
      *  EVERY STORE WRITES ITS ADDRAUDIT ROW.  THE     *
      *  MAIN ACTION'S SQLCODE IS PRESERVED.            *
      ***************************************************
       STORE-ADDRESS-ROW.

           MOVE 'N' TO WS-KEEP-STREET-SW
           MOVE 'N' TO WS-KEEP-CITY-SW
           MOVE 'N' TO WS-KEEP-POSTAL-SW
           MOVE 'N' TO WS-KEEP-PHONE-SW
           IF ESR-STREET = WS-MASK
              SET WS-KEEP-STREET TO TRUE
           END-IF
           IF ESR-CITY = WS-MASK(1:20)
              SET WS-KEEP-CITY TO TRUE
           END-IF
           IF ESR-POSTAL = WS-MASK(1:10)
              SET WS-KEEP-POSTAL TO TRUE
           END-IF
           IF ESR-PHONE = WS-MASK(1:15)
              SET WS-KEEP-PHONE TO TRUE
           END-IF

           IF (ESR-STREET NOT = SPACES AND NOT WS-KEEP-STREET)
              OR (ESR-CITY NOT = SPACES AND NOT WS-KEEP-CITY)
              OR (ESR-POSTAL NOT = SPACES AND NOT WS-KEEP-POSTAL)
              OR (ESR-PHONE NOT = SPACES AND NOT WS-KEEP-PHONE)

              MOVE SQLCODE     TO WS-SAVE-SQLCODE
              MOVE EMP-ID      TO ADDR-EMPID

              EXEC SQL
                UPDATE EMPADDR
                   SET STREET = CASE WHEN :WS-KEEP-STREET-SW = 'Y'
                                     THEN STREET
                                     ELSE :ADDR-STREET END,
                       CITY = CASE WHEN :WS-KEEP-CITY-SW = 'Y'
                                   THEN CITY
                                   ELSE :ADDR-CITY END,
                       POSTAL_CD = CASE WHEN :WS-KEEP-POSTAL-SW = 'Y'
                                        THEN POSTAL_CD
                                        ELSE :ADDR-POSTAL END,
                       PHONE = CASE WHEN :WS-KEEP-PHONE-SW = 'Y'
                                    THEN PHONE
                                    ELSE :ADDR-PHONE END,
                       UPDT_TS = CURRENT TIMESTAMP
                 WHERE EMP_ID = :ADDR-EMPID
              END-EXEC

      *       NOTHING ON FILE TO KEEP - A MASKED FIELD IS BLANK
              IF SQLCODE = 100
                 IF WS-KEEP-STREET
                    MOVE SPACES TO ADDR-STREET
                 END-IF
                 IF WS-KEEP-CITY
                    MOVE SPACES TO ADDR-CITY
                 END-IF
                 IF WS-KEEP-POSTAL
                    MOVE SPACES TO ADDR-POSTAL
                 END-IF
                 IF WS-KEEP-PHONE
                    MOVE SPACES TO ADDR-PHONE
                 END-IF
                 EXEC SQL
                   INSERT INTO EMPADDR
                     (EMP_ID, STREET, CITY, POSTAL_CD, PHONE,

      *    THE DEPARTMENT AS IT STOOD, SO A MOVE CAN BE TRACED
           MOVE 'N' TO WS-DEPT-KNOWN-SW
           MOVE 'R' TO WS-OLD-CLASS
           MOVE 100 TO WS-OLD-FTE
           EXEC SQL
             SELECT DEPT_CODE, EMP_CLASS, FTE_PCT
               INTO :WS-OLD-DEPT, :WS-OLD-CLASS, :WS-OLD-FTE
               FROM EMPLOYEE
              WHERE EMP_ID = :EMP-ID
           END-EXEC
           IF SQLCODE = 0
              SET WS-DEPT-KNOWN TO TRUE
           END-IF
           PERFORM SET-CLASS-AND-FTE

           IF NOT WS-CLASS-FTE-VALID
              MOVE -545 TO SQLCODE
           ELSE
              EXEC SQL
                 UPDATE EMPLOYEE
                 SET EMP_STATUS = 'A',
                     STATUS_DATE = :STATUS-DATE,
                     FINAL_PAY_DT = '9999-12-31',
                     DEPT_CODE = :DEPT-CODE,
                     SALARY = :SALARY,
                     MGR_ID = :MGR-ID,
                     EMP_CLASS = :EMP-CLASS,
                     FTE_PCT = :FTE-PCT
                 WHERE EMP_ID = :EMP-ID
                   AND EMP_STATUS = 'T'
              END-EXEC
           END-IF

           IF SQLCODE = 0 AND WS-DEPT-KNOWN
              AND WS-OLD-DEPT NOT = DEPT-CODE

           EXIT.

      ***************************************************
      *  EMPLOYMENT CLASS AND FTE % FOR THE ROW BEING   *
      *  WRITTEN - WHAT THE CALLER SENT, OR WHEN IT     *
      *  SENT NONE THE VALUE IN WS-OLD-CLASS/WS-OLD-FTE *
      *  (ON FILE, OR REGULAR/100 FOR AN INSERT).       *
      *  THE RESULT IS EDITED AS CRUDPGM EDITS IT.      *
      ***************************************************
       SET-CLASS-AND-FTE.

           IF ESR-EMP-CLASS = SPACE OR ESR-EMP-CLASS = LOW-VALUE
              MOVE WS-OLD-CLASS  TO EMP-CLASS
           ELSE
              MOVE ESR-EMP-CLASS TO EMP-CLASS
           END-IF

           IF ESR-FTE-PCT NOT > ZERO
              MOVE WS-OLD-FTE    TO FTE-PCT
           ELSE
              MOVE ESR-FTE-PCT   TO FTE-PCT
           END-IF

           MOVE 'N' TO WS-CLASS-FTE-SW
           EVALUATE TRUE
             WHEN EMP-CLASS = 'R' AND FTE-PCT = 100
               SET WS-CLASS-FTE-VALID TO TRUE
             WHEN EMP-CLASS = 'P' AND FTE-PCT > 0 AND FTE-PCT < 100
               SET WS-CLASS-FTE-VALID TO TRUE
             WHEN EMP-CLASS = 'C' AND FTE-PCT > 0 AND FTE-PCT NOT > 100
               SET WS-CLASS-FTE-VALID TO TRUE
           END-EVALUATE.

           EXIT.

      ***************************************************
      *  ONE EMPAUDIT ROW PER SUCCESSFUL CHANGE, UNDER  *
      *  THE CALLING OPERATOR'S IDENTITY.  THE ACTION'S *
