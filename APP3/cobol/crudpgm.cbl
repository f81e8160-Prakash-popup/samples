      *   COMES BACK ON A DENIAL).  THE AUTH PRE-CHECK  *
      *   KEPT HERE ONLY SPARES THE LINK AND GIVES THE  *
      *   OPERATOR THE MESSAGE BEFORE THE CONFIRM TURN. *
      *                                                 *
      *   A CREATE, REHIRE OR TRANSFER THAT TAKES THE   *
      *   DEPARTMENT OVER ITS DEPTBUDGET HEADCOUNT OR   *
      *   SALARY FOR THE YEAR IS WARNED, NOT BLOCKED.   *
      *                                                 *
      *   ADDRESS AND PHONE ARE SHOWN AND EXPORTED AS   *
      *   EMPSRV RETURNS THEM - MASKED UNLESS THE       *
      *   OPERATOR HAS CONTACT_AUTH.                    *
      *                                                 *
      *   EMPLOYMENT CLASS (R/P/C) AND FTE % ARE KEYED  *
      *   WITH THE EMPLOYEE.  THE SALARY BAND EDIT IS   *
      *   MADE ON THE FULL-TIME-EQUIVALENT SALARY, SO A *
      *   PART-TIMER'S ACTUAL PAY IS SCALED UP FIRST.   *
      ***************************************************

       ENVIRONMENT DIVISION.
           05 WS-CA-HELD-SALARY     PIC 9(5).
           05 WS-CA-HELD-DEPT       PIC X(3).
           05 WS-CA-HELD-MGR        PIC 9(5).
           05 WS-CA-HELD-CLASS      PIC X(1).
           05 WS-CA-HELD-FTE        PIC 9(3).
      *    ROW IMAGE AS IT STOOD AT THE FIRST ENTER OF AN UPDATE -
      *    APPLY-UPDATE BACKS OUT IF THE ROW NO LONGER MATCHES IT
           05 WS-CA-ORIG-FNAME      PIC X(15).
           05 WS-CA-ORIG-SALARY     PIC 9(5).
           05 WS-CA-ORIG-DEPT       PIC X(3).
           05 WS-CA-ORIG-MGR        PIC 9(5).
           05 WS-CA-ORIG-CLASS      PIC X(1).
           05 WS-CA-ORIG-FTE        PIC 9(3).

       01 WS-EDIT-OK       PIC X(1).
           88 WS-EDIT-IS-OK    VALUE 'Y'.
       01 WS-MIN-SALARY    PIC S9(9) USAGE COMP.
       01 WS-MAX-SALARY    PIC S9(9) USAGE COMP.
       01 WS-OLD-SALARY    PIC S9(9) USAGE COMP.
      *    SALARY SCALED TO 100 FTE % - WHAT THE BAND IS EDITED ON
       01 WS-FTE-SALARY    PIC S9(9) USAGE COMP.

       01 WS-AUTH-SW       PIC X(1).
           88 WS-DELETE-AUTHORIZED VALUE 'Y'.

       01 WS-MGR-FOUND-SW  PIC X(1).
           88 WS-MGR-FOUND     VALUE 'Y'.

      *    'Y' WHEN AN UPDATE LEAVES THE EMPLOYEE IN THE DEPARTMENT
      *    THEY ARE ALREADY IN - NOT A NEW ASSIGNMENT, SO A RETIRED
      *    CODE IS NOT REFUSED
       01 WS-DEPT-KEPT-SW  PIC X(1) VALUE 'N'.
           88 WS-DEPT-KEPT     VALUE 'Y'.
       01 WS-MGR-EMPID     PIC S9(9) USAGE COMP VALUE ZERO.

      ***************************************************
           88 WS-CHANGE-HELD   VALUE 'Y'.
       01 WS-PEND-STATUS    PIC X(1).

      ***************************************************
      *  DEPARTMENT BUDGET CHECK WORK FIELDS.  THE       *
      *  DEPARTMENT'S ACTIVE AND ON-LEAVE HEADCOUNT AND  *
      *  SALARY PLUS THE EMPLOYEE COMING IN, AGAINST THE *
      *  CURRENT YEAR'S DEPTBUDGET ROW.                  *
      ***************************************************
       01 WS-BUDGET-SW      PIC X(1).
           88 WS-WITHIN-BUDGET    VALUE ' '.
           88 WS-OVER-HEADCOUNT   VALUE 'H'.
           88 WS-OVER-SALARY      VALUE 'S'.
           88 WS-OVER-BOTH        VALUE 'B'.
       01 WS-BUDGET-TEXT    PIC X(20).
       01 WS-BUDGET-LEAD    PIC X(16).
       01 WS-DEPT-HEADCOUNT PIC S9(9) USAGE COMP VALUE ZERO.
       01 WS-DEPT-SALARY    PIC S9(9) USAGE COMP VALUE ZERO.

       01 WS-SEARCH-PATTERN PIC X(16).

       01 WS-BR-TABLE.
           05 WS-EXP-LNAME   PIC X(15).
           05 WS-EXP-SALARY  PIC 9(5).
           05 WS-EXP-DEPT    PIC X(3).
           05 WS-EXP-STREET  PIC X(30).
           05 WS-EXP-CITY    PIC X(20).
           05 WS-EXP-POSTAL  PIC X(10).
           05 WS-EXP-PHONE   PIC X(15).
           05 FILLER         PIC X(6).

       COPY DFHAID.
             INCLUDE DEPTBAND
           END-EXEC.

           EXEC SQL
             INCLUDE DEPTBUDG
           END-EXEC.

           EXEC SQL
             INCLUDE SALHIST
           END-EXEC.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(111).

       PROCEDURE DIVISION.

                    MOVE LNAMEI TO LNAMEO
                    MOVE SALARYI TO SALARYO
                    MOVE DEPTI TO DEPTO
                    MOVE EMP-CLASS TO EMPCLSO
                    MOVE FTE-PCT TO FTEPCTO
                    MOVE WS-HIRE-DATE TO HIREDTO
                    MOVE STREETI TO STREETO
                    MOVE CITYI   TO CITYO
                 MOVE HIREDTI TO WS-HIRE-DATE
              END-IF

              PERFORM VALIDATE-CLASS-AND-FTE
              IF WS-EDIT-IS-OK
                 PERFORM VALIDATE-SALARY-LIMITS
              END-IF
              IF WS-EDIT-IS-OK
                 PERFORM VALIDATE-DEPT-CODE
              END-IF
           MOVE DEPT-CODE    TO ESR-DEPT-CODE
           MOVE MGR-ID       TO ESR-MGR-ID
           MOVE WS-HIRE-DATE TO ESR-HIRE-DATE
           MOVE EMP-CLASS    TO ESR-EMP-CLASS
           MOVE FTE-PCT      TO ESR-FTE-PCT
           PERFORM MOVE-ADDRESS-TO-REQUEST

           PERFORM CHECK-DEPT-BUDGET

           PERFORM CALL-EMPSRV

           EVALUATE SQLCODE
               MOVE ESR-OUT-EMP-ID TO EMP-ID
               MOVE LOW-VALUES TO CRUDMAPO
               MOVE 'EMPLOYEE CREATED' TO MSGO
               IF NOT WS-WITHIN-BUDGET
                  MOVE 'EMPLOYEE CREATED' TO WS-BUDGET-LEAD
                  PERFORM WARN-OVER-BUDGET
               END-IF
               MOVE LOW-VALUES TO WS-COMMAREA
             WHEN -180
             WHEN -181
                  MOVE ESR-OUT-LAST-NAME  TO LNAMEO
                  MOVE ESR-OUT-SALARY     TO SALARYO
                  MOVE ESR-OUT-DEPT-CODE  TO DEPTO
                  MOVE ESR-OUT-EMP-CLASS  TO EMPCLSO
                  MOVE ESR-OUT-FTE-PCT    TO FTEPCTO
                  MOVE ESR-OUT-STATUS     TO STATUSO
                  MOVE ESR-OUT-FINAL-PAY-DT TO FPDTO
                  MOVE ESR-OUT-MGR-ID     TO MGRIDO
                    MOVE SALARY     TO WS-CA-HELD-SALARY
                    MOVE DEPT-CODE  TO WS-CA-HELD-DEPT
                    MOVE MGR-ID     TO WS-CA-HELD-MGR
                    MOVE EMP-CLASS  TO WS-CA-HELD-CLASS
                    MOVE FTE-PCT    TO WS-CA-HELD-FTE
                    MOVE 3 TO WS-CA-LAST-ACTION
                    SET WS-CA-PENDING-UPDATE TO TRUE
                    MOVE LOW-VALUES TO CRUDMAPO
                    MOVE LAST-NAME  TO LNAMEO
                    MOVE SALARY     TO SALARYO
                    MOVE DEPT-CODE  TO DEPTO
                    MOVE EMP-CLASS  TO EMPCLSO
                    MOVE FTE-PCT    TO FTEPCTO
                    MOVE MGR-ID     TO MGRIDO
                    MOVE STREETI    TO STREETO
                    MOVE CITYI      TO CITYO
                    MOVE PHONEI     TO PHONEO
                    MOVE 'PRESS ENTER AGAIN TO APPLY THE UPDATE.'
                      TO MSGO
                    IF DEPT-CODE NOT = WS-CA-ORIG-DEPT
                       PERFORM CHECK-DEPT-BUDGET
                       IF NOT WS-WITHIN-BUDGET
                          MOVE SPACES TO MSGO
                          STRING 'DEPT '  DELIMITED BY SIZE
                                 DEPT-CODE DELIMITED BY SIZE
                                 ' WOULD GO OVER BUDGET ('
                                           DELIMITED BY SIZE
                                 WS-BUDGET-TEXT DELIMITED BY '  '
                                 ') - ENTER AGAIN TO APPLY.'
                                           DELIMITED BY SIZE
                                 INTO MSGO
                          END-STRING
                       END-IF
                    END-IF
                 ELSE
                    MOVE LOW-VALUES TO CRUDMAPO
                    MOVE WS-EDIT-MSG TO MSGO
                 MOVE ZERO TO MGR-ID
              END-IF

              PERFORM VALIDATE-CLASS-AND-FTE
              IF WS-EDIT-IS-OK
                 PERFORM VALIDATE-SALARY-LIMITS
              END-IF
              IF WS-EDIT-IS-OK
                 PERFORM CHECK-DEPT-KEPT
                 PERFORM VALIDATE-DEPT-CODE
              END-IF
              IF WS-EDIT-IS-OK
              MOVE WS-CA-HELD-SALARY   TO SALARY
              MOVE WS-CA-HELD-DEPT     TO DEPT-CODE
              MOVE WS-CA-HELD-MGR      TO MGR-ID
              MOVE WS-CA-HELD-CLASS    TO EMP-CLASS
              MOVE WS-CA-HELD-FTE      TO FTE-PCT

      *       A SALARY MOVE OVER THE APPROVAL THRESHOLDS IS NOT
      *       APPLIED HERE - IT IS PARKED FOR THE U04C APPROVER
              MOVE SALARY     TO ESR-SALARY
              MOVE DEPT-CODE  TO ESR-DEPT-CODE
              MOVE MGR-ID     TO ESR-MGR-ID
              MOVE EMP-CLASS  TO ESR-EMP-CLASS
              MOVE FTE-PCT    TO ESR-FTE-PCT
              PERFORM MOVE-ADDRESS-TO-REQUEST

      *       A TRANSFER IS CHECKED AGAINST THE RECEIVING
      *       DEPARTMENT'S BUDGET - A WARNING ONLY
              MOVE SPACE TO WS-BUDGET-SW
              IF DEPT-CODE NOT = WS-CA-ORIG-DEPT
                 PERFORM CHECK-DEPT-BUDGET
              END-IF

              PERFORM CALL-EMPSRV

              EVALUATE SQLCODE
      -                'IELDS UPDATED.' TO MSGO
                  ELSE
                     MOVE 'EMPLOYEE UPDATED' TO MSGO
                     IF NOT WS-WITHIN-BUDGET
                        MOVE 'EMPLOYEE UPDATED' TO WS-BUDGET-LEAD
                        PERFORM WARN-OVER-BUDGET
                     END-IF
                  END-IF
                WHEN 100
                  MOVE LOW-VALUES TO CRUDMAPO
       SNAPSHOT-CURRENT-ROW.

           MOVE 'S'    TO ESR-ACTION-CODE
           MOVE 'C'    TO ESR-READ-TYPE
           MOVE EMP-ID TO ESR-EMP-ID

           PERFORM CALL-EMPSRV
               MOVE ESR-OUT-SALARY     TO WS-CA-ORIG-SALARY
               MOVE ESR-OUT-DEPT-CODE  TO WS-CA-ORIG-DEPT
               MOVE ESR-OUT-MGR-ID     TO WS-CA-ORIG-MGR
               MOVE ESR-OUT-EMP-CLASS  TO WS-CA-ORIG-CLASS
               MOVE ESR-OUT-FTE-PCT    TO WS-CA-ORIG-FTE
             WHEN 100
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'EMPLOYEE NOT FOUND.' TO WS-EDIT-MSG
           MOVE 'Y'    TO WS-EDIT-OK
           MOVE EMPIDI TO EMP-ID
           MOVE 'S'    TO ESR-ACTION-CODE
           MOVE 'C'    TO ESR-READ-TYPE
           MOVE EMP-ID TO ESR-EMP-ID

           PERFORM CALL-EMPSRV
               OR ESR-OUT-SALARY     NOT = WS-CA-ORIG-SALARY
               OR ESR-OUT-DEPT-CODE  NOT = WS-CA-ORIG-DEPT
               OR ESR-OUT-MGR-ID     NOT = WS-CA-ORIG-MGR
               OR ESR-OUT-EMP-CLASS  NOT = WS-CA-ORIG-CLASS
               OR ESR-OUT-FTE-PCT    NOT = WS-CA-ORIG-FTE
                  MOVE 'N' TO WS-EDIT-OK
                  MOVE ESR-OUT-FIRST-NAME TO WS-CA-ORIG-FNAME
                  MOVE ESR-OUT-LAST-NAME  TO WS-CA-ORIG-LNAME
                  MOVE ESR-OUT-SALARY     TO WS-CA-ORIG-SALARY
                  MOVE ESR-OUT-DEPT-CODE  TO WS-CA-ORIG-DEPT
                  MOVE ESR-OUT-MGR-ID     TO WS-CA-ORIG-MGR
                  MOVE ESR-OUT-EMP-CLASS  TO WS-CA-ORIG-CLASS
                  MOVE ESR-OUT-FTE-PCT    TO WS-CA-ORIG-FTE
                  MOVE LOW-VALUES TO CRUDMAPO
                  MOVE ESR-OUT-EMP-ID     TO EMPIDO
                  MOVE ESR-OUT-FIRST-NAME TO FNAMEO
                  MOVE ESR-OUT-LAST-NAME  TO LNAMEO
                  MOVE ESR-OUT-SALARY     TO SALARYO
                  MOVE ESR-OUT-DEPT-CODE  TO DEPTO
                  MOVE ESR-OUT-EMP-CLASS  TO EMPCLSO
                  MOVE ESR-OUT-FTE-PCT    TO FTEPCTO
                  MOVE ESR-OUT-MGR-ID     TO MGRIDO
                  MOVE 'CHANGED BY ANOTHER TERMINAL - THEIR VALUES S
      -              'HOWN. ENTER AGAIN TO OVERWRITE.' TO MSGO
              MOVE EMP-ID TO HIST-EMPID
              EXEC SQL
                INSERT INTO SALARY_HISTORY
                  (EMP_ID, OLD_SALARY, CHANGED_TS, EFF_DATE)
                VALUES
                  (:HIST-EMPID, :WS-OLD-SALARY, CURRENT TIMESTAMP,
                   CURRENT DATE)
              END-EXEC
           END-IF.

      ***************************************************
      *  THE BAND FOR THE EMPLOYEE'S DEPARTMENT WINS     *
      *  WHEN DEPTBAND HAS A ROW FOR IT; OTHERWISE THE   *
      *  GLOBAL SALARY_LIMITS ROW APPLIES.  THE BAND IS  *
      *  A FULL-TIME RANGE - SALARY IS SCALED BY FTE-PCT *
      *  BEFORE IT IS COMPARED.                          *
      ***************************************************
       VALIDATE-SALARY-LIMITS.

           IF FTE-PCT > ZERO AND FTE-PCT < 100
              COMPUTE WS-FTE-SALARY ROUNDED =
                      SALARY * 100 / FTE-PCT
           ELSE
              MOVE SALARY TO WS-FTE-SALARY
           END-IF

           EXEC SQL
             SELECT MIN_SALARY, MAX_SALARY
               INTO :WS-MIN-SALARY, :WS-MAX-SALARY
              MOVE 'UNABLE TO VERIFY SALARY LIMITS. TRY AGAIN.'
                TO WS-EDIT-MSG
           ELSE
              IF WS-FTE-SALARY < WS-MIN-SALARY
              OR WS-FTE-SALARY > WS-MAX-SALARY
                 MOVE 'N' TO WS-EDIT-OK
                 IF WS-FTE-SALARY = SALARY
                    MOVE 'SALARY IS OUTSIDE THE ALLOWED RANGE.'
                      TO WS-EDIT-MSG
                 ELSE
                    MOVE 'FTE SALARY IS OUTSIDE THE ALLOWED RANGE.'
                      TO WS-EDIT-MSG
                 END-IF
              END-IF
           END-IF.

           EXIT.

      ***************************************************
      *  EMPLOYMENT CLASS AND FTE % AS KEYED.  BLANK    *
      *  CLASS IS REGULAR AND BLANK FTE IS 100.  A      *
      *  REGULAR IS ALWAYS 100, A PART-TIMER 1-99, A    *
      *  CONTRACTOR ANYTHING FROM 1 TO 100.             *
      ***************************************************
       VALIDATE-CLASS-AND-FTE.

           IF EMPCLSI = SPACE OR EMPCLSI = LOW-VALUE
              MOVE 'R' TO EMP-CLASS
           ELSE
              MOVE EMPCLSI TO EMP-CLASS
           END-IF

           IF FTEPCTI IS NUMERIC
              MOVE FTEPCTI TO FTE-PCT
           ELSE
              MOVE 100 TO FTE-PCT
           END-IF

           EVALUATE EMP-CLASS
             WHEN 'R'
               IF FTE-PCT NOT = 100
                  MOVE 'N' TO WS-EDIT-OK
                  MOVE 'REGULAR IS 100 FTE % - USE CLASS P IF LESS.'
                    TO WS-EDIT-MSG
               END-IF
             WHEN 'P'
               IF FTE-PCT < 1 OR FTE-PCT > 99
                  MOVE 'N' TO WS-EDIT-OK
                  MOVE 'PART-TIME FTE % MUST BE 1-99.'
                    TO WS-EDIT-MSG
               END-IF
             WHEN 'C'
               IF FTE-PCT < 1 OR FTE-PCT > 100
                  MOVE 'N' TO WS-EDIT-OK
                  MOVE 'CONTRACTOR FTE % MUST BE 1-100.'
                    TO WS-EDIT-MSG
               END-IF
             WHEN OTHER
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'CLASS MUST BE R, P OR C.' TO WS-EDIT-MSG
           END-EVALUATE.

           EXIT.

      ***************************************************
      *  THE CODE MUST BE ON DEPARTMENT AND, FOR A NEW   *
      *  ASSIGNMENT, NOT RETIRED (ACTIVE_FLAG 'N').  A   *
      *  RETIRED DEPARTMENT IS ONLY EVER KEPT BY AN      *
      *  UPDATE THAT DOES NOT MOVE THE EMPLOYEE.         *
      ***************************************************
       VALIDATE-DEPT-CODE.

           EXEC SQL
             SELECT DEPT_CODE, ACTIVE_FLAG
               INTO :DEPT-CD, :DEPT-ACTIVE-FLAG
               FROM DEPARTMENT
              WHERE DEPT_CODE = :DEPT-CODE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-EDIT-OK
              MOVE 'INVALID DEPARTMENT CODE.' TO WS-EDIT-MSG
           ELSE
              IF DEPT-ACTIVE-FLAG = 'N' AND NOT WS-DEPT-KEPT
                 MOVE 'N' TO WS-EDIT-OK
                 MOVE 'DEPARTMENT IS RETIRED - CHOOSE ANOTHER DEPT.'
                   TO WS-EDIT-MSG
              END-IF
           END-IF

           MOVE 'N' TO WS-DEPT-KEPT-SW.

           EXIT.

      ***************************************************
      *  IS THE UPDATE LEAVING THE EMPLOYEE WHERE THEY   *
      *  ARE?  THE DEPARTMENT IS READ AS IT STANDS ON    *
      *  THE ROW; DCLDEPARTMENT'S DEPT-CD IS THE WORK    *
      *  FIELD, RESTATED BY VALIDATE-DEPT-CODE.          *
      ***************************************************
       CHECK-DEPT-KEPT.

           MOVE 'N' TO WS-DEPT-KEPT-SW

           EXEC SQL
             SELECT DEPT_CODE INTO :DEPT-CD
               FROM EMPLOYEE
              WHERE EMP_ID = :EMP-ID
           END-EXEC

           IF SQLCODE = 0 AND DEPT-CD = DEPT-CODE
              MOVE 'Y' TO WS-DEPT-KEPT-SW
           END-IF.

           EXIT.

           MOVE EMPIDI TO EMP-ID
           MOVE 'S'    TO ESR-ACTION-CODE
           MOVE 'C'    TO ESR-READ-TYPE
           MOVE EMP-ID TO ESR-EMP-ID

           PERFORM CALL-EMPSRV
       CALL-EMPSRV.

      *    THE OPERATOR'S IDENTITY RIDES WITH THE REQUEST SO
      *    EMPSRV CAN CHECK AUTH, MASK CONTACT DATA AND WRITE
      *    THE AUDIT TRAIL
           MOVE EIBOPID  TO ESR-OPER-ID
           MOVE EIBTRMID TO ESR-TERM-ID

             INTO (EMPSRV-RESPONSE)
           END-EXEC

           MOVE ESR-SQLCODE TO SQLCODE

      *    A CHECK READ ('C') COVERS ONE CALL ONLY - THE NEXT
      *    SELECT IS A VIEW UNLESS ITS CALLER SAYS OTHERWISE
           MOVE SPACE TO ESR-READ-TYPE.

           EXIT.

                  MOVE ESR-OUT-LAST-NAME  TO WS-EXP-LNAME
                  MOVE ESR-OUT-SALARY     TO WS-EXP-SALARY
                  MOVE ESR-OUT-DEPT-CODE  TO WS-EXP-DEPT
                  MOVE ESR-OUT-STREET     TO WS-EXP-STREET
                  MOVE ESR-OUT-CITY       TO WS-EXP-CITY
                  MOVE ESR-OUT-POSTAL     TO WS-EXP-POSTAL
                  MOVE ESR-OUT-PHONE      TO WS-EXP-PHONE

                  EXEC CICS
                    WRITEQ TD
                    QUEUE('EMPX')
                    FROM (WS-EXPORT-RECORD)
                    LENGTH(124)
                  END-EXEC

                  MOVE LOW-VALUES TO CRUDMAPO
                  MOVE ESR-OUT-LAST-NAME  TO LNAMEO
                  MOVE ESR-OUT-SALARY     TO SALARYO
                  MOVE ESR-OUT-DEPT-CODE  TO DEPTO
                  MOVE ESR-OUT-STREET     TO STREETO
                  MOVE ESR-OUT-CITY       TO CITYO
                  MOVE ESR-OUT-POSTAL     TO POSTALO
                  MOVE ESR-OUT-PHONE      TO PHONEO
                  MOVE 'EMPLOYEE EXPORTED TO EMPX' TO MSGO
                WHEN 100
                  MOVE LOW-VALUES TO CRUDMAPO

      ***************************************************
      *  THE DEPARTMENT DRIVES WHICH SALARY BAND THE     *
      *  SCHEDULED CHANGE IS EDITED AGAINST, THE FTE %   *
      *  HOW THE NEW SALARY IS SCALED FOR THAT EDIT      *
      ***************************************************
       GET-EMPLOYEE-DEPT.

           EXEC SQL
             SELECT DEPT_CODE, FTE_PCT
               INTO :DEPT-CODE, :FTE-PCT
               FROM EMPLOYEE
              WHERE EMP_ID = :EMP-ID
           END-EXEC
       INSERT-PENDING-SALARY.

           MOVE 'S'    TO ESR-ACTION-CODE
           MOVE 'C'    TO ESR-READ-TYPE
           MOVE EMP-ID TO ESR-EMP-ID

           PERFORM CALL-EMPSRV
                 MOVE ZERO TO MGR-ID
              END-IF

              PERFORM VALIDATE-CLASS-AND-FTE
              IF WS-EDIT-IS-OK
                 PERFORM VALIDATE-SALARY-LIMITS
              END-IF
              IF WS-EDIT-IS-OK
                 PERFORM VALIDATE-DEPT-CODE
              END-IF
       APPLY-REHIRE.

           MOVE 'S'    TO ESR-ACTION-CODE
           MOVE 'C'    TO ESR-READ-TYPE
           MOVE EMP-ID TO ESR-EMP-ID

           PERFORM CALL-EMPSRV
               MOVE SALARY    TO ESR-SALARY
               MOVE DEPT-CODE TO ESR-DEPT-CODE
               MOVE MGR-ID    TO ESR-MGR-ID
               MOVE EMP-CLASS TO ESR-EMP-CLASS
               MOVE FTE-PCT   TO ESR-FTE-PCT
               MOVE EFFDTI    TO ESR-STATUS-DATE

               PERFORM CHECK-DEPT-BUDGET

               PERFORM CALL-EMPSRV

               EVALUATE SQLCODE
                   MOVE EMPIDI    TO EMPIDO
                   MOVE SALARY    TO SALARYO
                   MOVE DEPT-CODE TO DEPTO
                   MOVE EMP-CLASS TO EMPCLSO
                   MOVE FTE-PCT   TO FTEPCTO
                   MOVE 'A'       TO STATUSO
                   MOVE 'EMPLOYEE REHIRED' TO MSGO
                   IF NOT WS-WITHIN-BUDGET
                      MOVE 'EMPLOYEE REHIRED' TO WS-BUDGET-LEAD
                      PERFORM WARN-OVER-BUDGET
                   END-IF
                 WHEN 100
                   MOVE LOW-VALUES TO CRUDMAPO
                   MOVE 'EMPLOYEE IS NO LONGER TERMINATED - NOT REHI
           END-IF.

           EXIT.

      ***************************************************
      *  WOULD ONE MORE EMPLOYEE AT SALARY TAKE DEPT-    *
      *  CODE OVER THIS YEAR'S DEPTBUDGET HEADCOUNT OR   *
      *  SALARY?  THE EMPLOYEE COMING IN IS NOT YET      *
      *  COUNTED THERE (NEW, TERMINATED OR IN ANOTHER    *
      *  DEPARTMENT).  NO BUDGET ROW, NO WARNING.        *
      ***************************************************
       CHECK-DEPT-BUDGET.

           MOVE SPACE  TO WS-BUDGET-SW
           MOVE SPACES TO WS-BUDGET-TEXT

           EXEC SQL
             SELECT AUTH_HEADCOUNT, AUTH_SALARY
               INTO :BUDG-AUTH-HEADCOUNT, :BUDG-AUTH-SALARY
               FROM DEPTBUDGET
              WHERE DEPT_CODE = :DEPT-CODE
                AND FISCAL_YEAR = SUBSTR(CHAR(CURRENT DATE, ISO), 1, 4)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                SELECT COUNT(*), COALESCE(SUM(SALARY), 0)
                  INTO :WS-DEPT-HEADCOUNT, :WS-DEPT-SALARY
                  FROM EMPLOYEE
                 WHERE DEPT_CODE = :DEPT-CODE
                   AND EMP_STATUS NOT = 'T'
              END-EXEC

              IF SQLCODE = 0
                 ADD 1      TO WS-DEPT-HEADCOUNT
                 ADD SALARY TO WS-DEPT-SALARY
                 EVALUATE TRUE
                   WHEN WS-DEPT-HEADCOUNT > BUDG-AUTH-HEADCOUNT
                    AND WS-DEPT-SALARY > BUDG-AUTH-SALARY
                     SET WS-OVER-BOTH TO TRUE
                     MOVE 'HEADCOUNT AND SALARY' TO WS-BUDGET-TEXT
                   WHEN WS-DEPT-HEADCOUNT > BUDG-AUTH-HEADCOUNT
                     SET WS-OVER-HEADCOUNT TO TRUE
                     MOVE 'HEADCOUNT' TO WS-BUDGET-TEXT
                   WHEN WS-DEPT-SALARY > BUDG-AUTH-SALARY
                     SET WS-OVER-SALARY TO TRUE
                     MOVE 'SALARY' TO WS-BUDGET-TEXT
                 END-EVALUATE
              END-IF
           END-IF.

           EXIT.

      ***************************************************
      *  THE CHANGE WENT THROUGH - TELL THE OPERATOR THE *
      *  DEPARTMENT IS NOW OVER BUDGET                   *
      ***************************************************
       WARN-OVER-BUDGET.

           MOVE SPACES TO MSGO
           STRING WS-BUDGET-LEAD   DELIMITED BY '  '
                  ' - DEPT '       DELIMITED BY SIZE
                  DEPT-CODE        DELIMITED BY SIZE
                  ' NOW OVER BUDGET (' DELIMITED BY SIZE
                  WS-BUDGET-TEXT   DELIMITED BY '  '
                  ').'             DELIMITED BY SIZE
                  INTO MSGO
           END-STRING.

           EXIT.
