      *   CICS DB2 COBOL PROGRAM THAT MAINTAINS THE     *
      *   BUSINESS REFERENCE TABLES - DEPARTMENT,       *
      *   SALARY_LIMITS, AUTH, THE PER-DEPARTMENT       *
      *   DEPTBAND SALARY BANDS, THE APPRCTL APPROVAL   *
      *   THRESHOLDS AND THE DEPTBUDGET AUTHORIZED      *
      *   HEADCOUNT AND SALARY PER FISCAL YEAR - FROM   *
      *   THE REFMAP SCREEN (TRANSACTION U02C).         *
      *                                                 *
      *   USE IS RESTRICTED TO OPERATORS WHOSE AUTH     *
      *   ROW CARRIES ADMIN_AUTH = 'Y', AND EVERY       *
      *   ADD/CHANGE/DELETE IS RECORDED IN REFAUDIT     *
      *   THE SAME WAY EMPAUDIT RECORDS EMPLOYEE        *
      *   CHANGES.                                      *
      *                                                 *
      *   A DEPARTMENT ROW ALSO CARRIES THE GL EXPENSE  *
      *   AND ACCRUAL ACCOUNTS USED BY THE MONTHLY      *
      *   SALARY COST POSTING (EMPGLPS).                *
      *                                                 *
      *   A DEPARTMENT RETIRED BY THE MERGE JOB         *
      *   (EMPDMRG) IS LISTED AS RETIRED, IS REFUSED    *
      *   FOR NEW BAND AND BUDGET ROWS, AND IS NOT      *
      *   DELETED - REPORTS AND HISTORY STILL NAME IT.  *
      *                                                 *
      *   THE PAYCAL PAYROLL CALENDAR (PERIOD DATES,    *
      *   CUTOFF AND PAY DATE) IS KEPT HERE AS WELL.    *
      *   A PERIOD PAST ITS CUTOFF IS CLOSED.           *
      *                                                 *
      *   AN AUTH AUDIT ROW ALSO RECORDS THE OPERATOR'S *
      *   PRIVILEGE FLAGS BEFORE AND AFTER THE CHANGE.  *
      ***************************************************

       ENVIRONMENT DIVISION.
       01 WS-REF-TABLE          PIC X(1).
       01 WS-REF-ACTION         PIC X(1).
       01 WS-REF-KEY            PIC X(8).
      *    AUTH ROWS ONLY - THE DELETE/ADMIN/APPROVE/CONTACT
      *    FLAGS BEFORE AND AFTER THE CHANGE.  BLANK FOR EVERY
      *    OTHER TABLE; CLEARED AGAIN ONCE THE ROW IS WRITTEN.
       01 WS-REF-OLD-PRIV.
           05 WS-REF-OLD-DELETE   PIC X(1) VALUE SPACE.
           05 WS-REF-OLD-ADMIN    PIC X(1) VALUE SPACE.
           05 WS-REF-OLD-APPROVE  PIC X(1) VALUE SPACE.
           05 WS-REF-OLD-CONTACT  PIC X(1) VALUE SPACE.
       01 WS-REF-NEW-PRIV.
           05 WS-REF-NEW-DELETE   PIC X(1) VALUE SPACE.
           05 WS-REF-NEW-ADMIN    PIC X(1) VALUE SPACE.
           05 WS-REF-NEW-APPROVE  PIC X(1) VALUE SPACE.
           05 WS-REF-NEW-CONTACT  PIC X(1) VALUE SPACE.

       01 WS-ROW-COUNT          PIC S9(9) USAGE COMP VALUE ZERO.

       01 WS-LST-IDX            PIC 9(1) VALUE ZERO.
       01 WS-ED-MIN             PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-MAX             PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-HEADCOUNT       PIC ZZ,ZZ9.

      ***************************************************
      *  PAY CALENDAR KEYED DATES (YYYYMMDD) AS ISO     *
      ***************************************************
       01 WS-CAL-DATE-IN        PIC X(8).
       01 WS-CAL-DATE-ISO.
           05 WS-CAL-YYYY       PIC X(4).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-CAL-MM         PIC X(2).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-CAL-DD         PIC X(2).

       COPY DFHAID.
       COPY REFSET.
             INCLUDE DEPTBAND
           END-EXEC.

           EXEC SQL
             INCLUDE DEPTBUDG
           END-EXEC.

           EXEC SQL
             INCLUDE AUTHTAB
           END-EXEC.
             INCLUDE APPRCTL
           END-EXEC.

           EXEC SQL
             INCLUDE PAYCAL
           END-EXEC.

           EXEC SQL
             INCLUDE REFAUDIT
           END-EXEC.

           EXEC SQL
             DECLARE DEPTLCSR CURSOR FOR
             SELECT DEPT_CODE, DEPT_NAME, GL_EXP_ACCT, GL_ACCR_ACCT,
                    ACTIVE_FLAG
               FROM DEPARTMENT
              ORDER BY DEPT_CODE
           END-EXEC.

           EXEC SQL
             DECLARE AUTHLCSR CURSOR FOR
             SELECT OPER_ID, DELETE_AUTH, ADMIN_AUTH, APPROVE_AUTH,
                    CONTACT_AUTH
               FROM AUTH
              ORDER BY OPER_ID
           END-EXEC.
              ORDER BY DEPT_CODE
           END-EXEC.

      *    BUDGET LIST STARTS AT THE KEYED DEPT/YEAR - A BLANK KEY
      *    LISTS FROM THE TOP
           EXEC SQL
             DECLARE BUDGLCSR CURSOR FOR
             SELECT DEPT_CODE, FISCAL_YEAR, AUTH_HEADCOUNT,
                    AUTH_SALARY
               FROM DEPTBUDGET
              WHERE DEPT_CODE > :BUDG-DEPT-CODE
                 OR (DEPT_CODE = :BUDG-DEPT-CODE
                     AND FISCAL_YEAR >= :BUDG-FISCAL-YEAR)
              ORDER BY DEPT_CODE, FISCAL_YEAR
           END-EXEC.

      *    CALENDAR LIST STARTS AT THE KEYED PERIOD
           EXEC SQL
             DECLARE CALLCSR CURSOR FOR
             SELECT PERIOD_ID, CHAR(START_DATE, ISO),
                    CHAR(END_DATE, ISO), CHAR(CUTOFF_TS),
                    CHAR(PAY_DATE, ISO)
               FROM PAYCAL
              WHERE PERIOD_ID >= :PCAL-PERIOD-ID
              ORDER BY PERIOD_ID
           END-EXEC.

           IF EIBCALEN NOT = ZERO
              MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
                      PERFORM MAINT-BAND
                    WHEN 'T'
                      PERFORM MAINT-THRESHOLD
                    WHEN 'G'
                      PERFORM MAINT-BUDGET
                    WHEN 'P'
                      PERFORM MAINT-CALENDAR
                    WHEN OTHER
                      MOVE LOW-VALUES TO REFMAPO
                      MOVE 'TABLE MUST BE D, S, A, B, T, G OR P.'
                        TO RMSGO
                  END-EVALUATE
               END-IF


      ***************************************************
      *  DEPARTMENT - KEY IS DEPT_CODE, VALUE 1 IS THE  *
      *  DEPT_NAME, VALUE 2 THE GL EXPENSE (DEBIT)      *
      *  ACCOUNT AND VALUE 3 THE GL ACCRUAL (CREDIT)    *
      *  ACCOUNT                                        *
      ***************************************************
       MAINT-DEPARTMENT.


           EXEC SQL
             FETCH DEPTLCSR
               INTO :DEPT-CD, :DEPT-NAME, :DEPT-GL-EXP-ACCT,
                    :DEPT-GL-ACCR-ACCT, :DEPT-ACTIVE-FLAG
           END-EXEC

           IF SQLCODE = 0

           EXEC SQL
             FETCH DEPTLCSR
               INTO :DEPT-CD, :DEPT-NAME, :DEPT-GL-EXP-ACCT,
                    :DEPT-GL-ACCR-ACCT, :DEPT-ACTIVE-FLAG
           END-EXEC

           IF SQLCODE = 0
              STRING DEPT-CD   DELIMITED BY SIZE
                     '  '      DELIMITED BY SIZE
                     DEPT-NAME DELIMITED BY SIZE
                     '  DR '   DELIMITED BY SIZE
                     DEPT-GL-EXP-ACCT DELIMITED BY SIZE
                     '  CR '   DELIMITED BY SIZE
                     DEPT-GL-ACCR-ACCT DELIMITED BY SIZE
                     INTO WS-LST-LINE (WS-LST-IDX)
              END-STRING
              IF DEPT-ACTIVE-FLAG = 'N'
                 MOVE 'RETIRED' TO WS-LST-LINE (WS-LST-IDX) (53:7)
              END-IF
           END-IF.

           EXIT.
      -           'IRED.' TO RMSGO
           ELSE
              MOVE RVAL1I TO DEPT-NAME
              PERFORM GET-DEPT-GL-ACCOUNTS
              EXEC SQL
                INSERT INTO DEPARTMENT
                  (DEPT_CODE, DEPT_NAME, GL_EXP_ACCT, GL_ACCR_ACCT)
                VALUES (:DEPT-CD, :DEPT-NAME, :DEPT-GL-EXP-ACCT,
                        :DEPT-GL-ACCR-ACCT)
              END-EXEC

              EVALUATE SQLCODE
      -           'IRED.' TO RMSGO
           ELSE
              MOVE RVAL1I TO DEPT-NAME
              PERFORM GET-DEPT-GL-ACCOUNTS
              EXEC SQL
                UPDATE DEPARTMENT
                   SET DEPT_NAME = :DEPT-NAME,
                       GL_EXP_ACCT =
                         CASE WHEN :DEPT-GL-EXP-ACCT = ' '
                              THEN GL_EXP_ACCT
                              ELSE :DEPT-GL-EXP-ACCT
                         END,
                       GL_ACCR_ACCT =
                         CASE WHEN :DEPT-GL-ACCR-ACCT = ' '
                              THEN GL_ACCR_ACCT
                              ELSE :DEPT-GL-ACCR-ACCT
                         END
                 WHERE DEPT_CODE = :DEPT-CD
              END-EXEC


           EXIT.

      ***************************************************
      *  GL ACCOUNTS FROM VALUE 2 AND VALUE 3 - A BLANK *
      *  ACCOUNT ON A CHANGE KEEPS THE ONE ON FILE      *
      ***************************************************
       GET-DEPT-GL-ACCOUNTS.

           MOVE RVAL2I (1:8) TO DEPT-GL-EXP-ACCT
           MOVE RVAL3I (1:8) TO DEPT-GL-ACCR-ACCT
           IF DEPT-GL-EXP-ACCT = LOW-VALUES
              MOVE SPACES TO DEPT-GL-EXP-ACCT
           END-IF
           IF DEPT-GL-ACCR-ACCT = LOW-VALUES
              MOVE SPACES TO DEPT-GL-ACCR-ACCT
           END-IF.

           EXIT.

       DELETE-DEPARTMENT.

           MOVE ZERO TO WS-ROW-COUNT
              WHERE DEPT_CODE = :DEPT-CD
           END-EXEC

           MOVE SPACE TO DEPT-ACTIVE-FLAG
           EXEC SQL
             SELECT ACTIVE_FLAG INTO :DEPT-ACTIVE-FLAG
               FROM DEPARTMENT
              WHERE DEPT_CODE = :DEPT-CD
           END-EXEC

           EVALUATE TRUE
             WHEN WS-ROW-COUNT > ZERO
               MOVE LOW-VALUES TO REFMAPO
               MOVE 'DEPARTMENT STILL HAS EMPLOYEES - NOT DELETED.'
                 TO RMSGO
             WHEN DEPT-ACTIVE-FLAG = 'N'
               MOVE LOW-VALUES TO REFMAPO
               MOVE 'DEPARTMENT IS RETIRED - KEPT FOR HISTORY.'
                 TO RMSGO
             WHEN OTHER
               EXEC SQL
                 DELETE FROM DEPARTMENT
                  WHERE DEPT_CODE = :DEPT-CD
               END-EXEC

               EVALUATE SQLCODE
                 WHEN 0
                   PERFORM AUDIT-DEPT-ACTION
                   MOVE LOW-VALUES TO REFMAPO
                   MOVE 'DEPARTMENT DELETED.' TO RMSGO
                 WHEN 100
                   MOVE LOW-VALUES TO REFMAPO
                   MOVE 'DEPARTMENT NOT FOUND.' TO RMSGO
                 WHEN OTHER
                   PERFORM SQL-ERROR-MSG
               END-EVALUATE
           END-EVALUATE.

           EXIT.


      ***************************************************
      *  AUTH - KEY IS OPER_ID, VALUE 1 IS DELETE_AUTH, *
      *  VALUE 2 CARRIES THREE FLAGS - POSITION 1       *
      *  ADMIN_AUTH, POSITION 2 APPROVE_AUTH, POSITION  *
      *  3 CONTACT_AUTH (ALL Y/N)                       *
      ***************************************************
       MAINT-AUTH.

           EXEC SQL
             FETCH AUTHLCSR
               INTO :OPER-ID, :DELETE-AUTH, :ADMIN-AUTH,
                    :APPROVE-AUTH, :CONTACT-AUTH
           END-EXEC

           IF SQLCODE = 0
           EXEC SQL
             FETCH AUTHLCSR
               INTO :OPER-ID, :DELETE-AUTH, :ADMIN-AUTH,
                    :APPROVE-AUTH, :CONTACT-AUTH
           END-EXEC

           IF SQLCODE = 0
                     ADMIN-AUTH   DELIMITED BY SIZE
                     '  APPROVE=' DELIMITED BY SIZE
                     APPROVE-AUTH DELIMITED BY SIZE
                     '  CONTACT=' DELIMITED BY SIZE
                     CONTACT-AUTH DELIMITED BY SIZE
                     INTO WS-LST-LINE (WS-LST-IDX)
              END-STRING
           END-IF.
           EXIT.

      ***************************************************
      *  VALUE 2 CARRIES THREE FLAGS - POSITION 1       *
      *  ADMIN, POSITION 2 APPROVE, POSITION 3 CONTACT  *
      *  (BLANK IN 2 OR 3 DEFAULTS TO N)                *
      ***************************************************
       EDIT-AUTH-INPUT.

              IF RVAL2I (2:1) = SPACE OR RVAL2I (2:1) = LOW-VALUE
                 MOVE 'N' TO RVAL2I (2:1)
              END-IF
              IF RVAL2I (3:1) = SPACE OR RVAL2I (3:1) = LOW-VALUE
                 MOVE 'N' TO RVAL2I (3:1)
              END-IF
              IF (RVAL1I (1:1) NOT = 'Y' AND RVAL1I (1:1) NOT = 'N')
              OR (RVAL2I (1:1) NOT = 'Y' AND RVAL2I (1:1) NOT = 'N')
              OR (RVAL2I (2:1) NOT = 'Y' AND RVAL2I (2:1) NOT = 'N')
              OR (RVAL2I (3:1) NOT = 'Y' AND RVAL2I (3:1) NOT = 'N')
                 MOVE 'N' TO WS-EDIT-OK
                 MOVE 'DELETE, ADMIN, APPROVE, CONTACT MUST BE Y OR N.'
                   TO WS-EDIT-MSG
              END-IF
           END-IF.

              MOVE RVAL1I (1:1) TO DELETE-AUTH
              MOVE RVAL2I (1:1) TO ADMIN-AUTH
              MOVE RVAL2I (2:1) TO APPROVE-AUTH
              MOVE RVAL2I (3:1) TO CONTACT-AUTH
              MOVE 'NNNN' TO WS-REF-OLD-PRIV
              EXEC SQL
                INSERT INTO AUTH
                  (OPER_ID, DELETE_AUTH, ADMIN_AUTH, APPROVE_AUTH,
                   CONTACT_AUTH)
                VALUES (:OPER-ID, :DELETE-AUTH, :ADMIN-AUTH,
                        :APPROVE-AUTH, :CONTACT-AUTH)
              END-EXEC

              EVALUATE SQLCODE
           PERFORM EDIT-AUTH-INPUT

           IF WS-EDIT-IS-OK
              PERFORM GET-OLD-AUTH-FLAGS
              MOVE RVAL1I (1:1) TO DELETE-AUTH
              MOVE RVAL2I (1:1) TO ADMIN-AUTH
              MOVE RVAL2I (2:1) TO APPROVE-AUTH
              MOVE RVAL2I (3:1) TO CONTACT-AUTH
              EXEC SQL
                UPDATE AUTH
                   SET DELETE_AUTH = :DELETE-AUTH,
                       ADMIN_AUTH = :ADMIN-AUTH,
                       APPROVE_AUTH = :APPROVE-AUTH,
                       CONTACT_AUTH = :CONTACT-AUTH
                 WHERE OPER_ID = :OPER-ID
              END-EXEC

              MOVE LOW-VALUES TO REFMAPO
              MOVE 'YOU CANNOT DELETE YOUR OWN AUTH ROW.' TO RMSGO
           ELSE
              PERFORM GET-OLD-AUTH-FLAGS
              EXEC SQL
                DELETE FROM AUTH
                 WHERE OPER_ID = :OPER-ID

           EXIT.

      ***************************************************
      *  THE FLAGS BEFORE THE CHANGE WERE READ BY       *
      *  GET-OLD-AUTH-FLAGS (NNNN ON AN ADD); THE FLAGS *
      *  AFTER ARE THOSE JUST WRITTEN (NNNN ON A        *
      *  DELETE) - SO THE RECERTIFICATION REPORT        *
      *  (EMPRCRT) CAN SHOW WHAT WAS GRANTED OR REMOVED *
      ***************************************************
       AUDIT-AUTH-ACTION.

           MOVE 'A'      TO WS-REF-TABLE
           MOVE RACTIONI TO WS-REF-ACTION
           MOVE SPACES   TO WS-REF-KEY
           MOVE OPER-ID  TO WS-REF-KEY (1:3)
           IF RACTIONI = 'D'
              MOVE 'NNNN'       TO WS-REF-NEW-PRIV
           ELSE
              MOVE DELETE-AUTH  TO WS-REF-NEW-DELETE
              MOVE ADMIN-AUTH   TO WS-REF-NEW-ADMIN
              MOVE APPROVE-AUTH TO WS-REF-NEW-APPROVE
              MOVE CONTACT-AUTH TO WS-REF-NEW-CONTACT
           END-IF
           PERFORM INSERT-REF-AUDIT.

           EXIT.

      ***************************************************
      *  THE OPERATOR'S FLAGS AS THEY STAND BEFORE A    *
      *  CHANGE OR DELETE.  LEFT BLANK WHEN THE ROW IS  *
      *  NOT FOUND - THE CHANGE ITSELF THEN FAILS.      *
      ***************************************************
       GET-OLD-AUTH-FLAGS.

           EXEC SQL
             SELECT DELETE_AUTH, ADMIN_AUTH, APPROVE_AUTH,
                    CONTACT_AUTH
               INTO :WS-REF-OLD-DELETE, :WS-REF-OLD-ADMIN,
                    :WS-REF-OLD-APPROVE, :WS-REF-OLD-CONTACT
               FROM AUTH
              WHERE OPER_ID = :OPER-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-REF-OLD-PRIV
           END-IF.

           EXIT.

      ***************************************************
      *  DEPTBAND - KEY IS DEPT_CODE, VALUE 1 IS        *
      *  MIN_SALARY, VALUE 2 IS MAX_SALARY.  A           *

           IF WS-EDIT-IS-OK
              MOVE BAND-DEPT-CODE TO DEPT-CD
              PERFORM CHECK-DEPT-ASSIGNABLE
           END-IF.

           EXIT.

      ***************************************************
      *  DEPT-CD MUST BE ON DEPARTMENT.  A NEW ROW (ADD) *
      *  MAY NOT BE KEYED AGAINST A RETIRED DEPARTMENT;  *
      *  ITS EXISTING ROWS CAN STILL BE CHANGED.         *
      ***************************************************
       CHECK-DEPT-ASSIGNABLE.

           EXEC SQL
             SELECT DEPT_CODE, ACTIVE_FLAG
               INTO :DEPT-CD, :DEPT-ACTIVE-FLAG
               FROM DEPARTMENT
              WHERE DEPT_CODE = :DEPT-CD
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-EDIT-OK
              MOVE 'DEPT CODE IS NOT A VALID DEPARTMENT.'
                TO WS-EDIT-MSG
           ELSE
              IF DEPT-ACTIVE-FLAG = 'N' AND RACTIONI = 'A'
                 MOVE 'N' TO WS-EDIT-OK
                 MOVE 'DEPT CODE IS RETIRED - NOT VALID FOR NEW ROWS.'
                   TO WS-EDIT-MSG
              END-IF
           END-IF.

           EXIT.

      ***************************************************
      *  DEPTBUDGET - KEY IS DEPT_CODE AND FISCAL YEAR  *
      *  ('D01 2027' OR 'D012027'), VALUE 1 IS THE      *
      *  AUTHORIZED HEADCOUNT, VALUE 2 THE AUTHORIZED   *
      *  ANNUAL SALARY TOTAL.  CRUDPGM WARNS AGAINST    *
      *  THE CURRENT YEAR'S ROW; A DEPARTMENT WITHOUT   *
      *  ONE IS NOT CHECKED.                            *
      ***************************************************
       MAINT-BUDGET.

           MOVE RKEYI (1:3) TO BUDG-DEPT-CODE
           IF RKEYI (4:1) = SPACE
              MOVE RKEYI (5:4) TO BUDG-FISCAL-YEAR
           ELSE
              MOVE RKEYI (4:4) TO BUDG-FISCAL-YEAR
           END-IF

           EVALUATE RACTIONI
             WHEN 'L'
               PERFORM LIST-BUDGETS
             WHEN 'A'
               PERFORM ADD-BUDGET
             WHEN 'C'
               PERFORM CHANGE-BUDGET
             WHEN 'D'
               PERFORM DELETE-BUDGET
             WHEN OTHER
               MOVE LOW-VALUES TO REFMAPO
               MOVE 'ACTION MUST BE L, A, C OR D.' TO RMSGO
           END-EVALUATE.

           EXIT.

       LIST-BUDGETS.

           MOVE ZERO TO WS-LST-COUNT
           MOVE SPACES TO WS-LST-TABLE
           MOVE 'N' TO WS-MORE-SW

           EXEC SQL OPEN BUDGLCSR END-EXEC

           PERFORM FETCH-BUDGET-LIST-ROW
             VARYING WS-LST-IDX FROM 1 BY 1
             UNTIL WS-LST-IDX > 8

           PERFORM PROBE-BUDGET-LIST-ROW

           EXEC SQL CLOSE BUDGLCSR END-EXEC

           PERFORM BUILD-LIST-SCREEN
           IF WS-MORE-ROWS
              MOVE 'DEPT BUDGETS LISTED - MORE EXIST, KEY THE LAST ONE T
      -           'O PAGE ON.' TO RMSGO
           ELSE
              MOVE 'DEPT BUDGETS LISTED.' TO RMSGO
           END-IF.

           EXIT.

       PROBE-BUDGET-LIST-ROW.

           EXEC SQL
             FETCH BUDGLCSR
               INTO :BUDG-DEPT-CODE, :BUDG-FISCAL-YEAR,
                    :BUDG-AUTH-HEADCOUNT, :BUDG-AUTH-SALARY
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-MORE-SW
           END-IF.

           EXIT.

       FETCH-BUDGET-LIST-ROW.

           EXEC SQL
             FETCH BUDGLCSR
               INTO :BUDG-DEPT-CODE, :BUDG-FISCAL-YEAR,
                    :BUDG-AUTH-HEADCOUNT, :BUDG-AUTH-SALARY
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-LST-COUNT
              MOVE BUDG-AUTH-HEADCOUNT TO WS-ED-HEADCOUNT
              MOVE BUDG-AUTH-SALARY    TO WS-ED-MAX
              MOVE SPACES TO WS-LST-LINE (WS-LST-IDX)
              STRING BUDG-DEPT-CODE   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     BUDG-FISCAL-YEAR DELIMITED BY SIZE
                     '  HEADCOUNT '   DELIMITED BY SIZE
                     WS-ED-HEADCOUNT  DELIMITED BY SIZE
                     '  SALARY '      DELIMITED BY SIZE
                     WS-ED-MAX        DELIMITED BY SIZE
                     INTO WS-LST-LINE (WS-LST-IDX)
              END-STRING
           END-IF.

           EXIT.

       EDIT-BUDGET-INPUT.

           MOVE 'Y' TO WS-EDIT-OK

           IF BUDG-DEPT-CODE = SPACES
           OR BUDG-FISCAL-YEAR IS NOT NUMERIC
              MOVE 'N' TO WS-EDIT-OK
              MOVE 'KEY MUST BE DEPT CODE PLUS FISCAL YEAR, E.G. D01 202
      -           '7.' TO WS-EDIT-MSG
           ELSE
              MOVE RVAL1I (1:9) TO WS-CONV-IN
              PERFORM CONVERT-DIGITS
              IF WS-CONV-BAD
                 MOVE 'N' TO WS-EDIT-OK
                 MOVE 'AUTHORIZED HEADCOUNT (VALUE 1) MUST BE NUMERIC.'
                   TO WS-EDIT-MSG
              ELSE
                 MOVE WS-CONV-NUM TO WS-MIN-WORK
                 MOVE RVAL2I TO WS-CONV-IN
                 PERFORM CONVERT-DIGITS
                 IF WS-CONV-BAD
                    MOVE 'N' TO WS-EDIT-OK
                    MOVE 'AUTHORIZED SALARY (VALUE 2) MUST BE NUMERIC.'
                      TO WS-EDIT-MSG
                 ELSE
                    MOVE WS-CONV-NUM TO WS-MAX-WORK
                 END-IF
              END-IF
           END-IF

           IF WS-EDIT-IS-OK
              MOVE BUDG-DEPT-CODE TO DEPT-CD
              PERFORM CHECK-DEPT-ASSIGNABLE
           END-IF.

           EXIT.

       ADD-BUDGET.

           PERFORM EDIT-BUDGET-INPUT

           IF WS-EDIT-IS-OK
              MOVE WS-MIN-WORK TO BUDG-AUTH-HEADCOUNT
              MOVE WS-MAX-WORK TO BUDG-AUTH-SALARY
              EXEC SQL
                INSERT INTO DEPTBUDGET
                  (DEPT_CODE, FISCAL_YEAR, AUTH_HEADCOUNT,
                   AUTH_SALARY)
                VALUES (:BUDG-DEPT-CODE, :BUDG-FISCAL-YEAR,
                        :BUDG-AUTH-HEADCOUNT, :BUDG-AUTH-SALARY)
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  PERFORM AUDIT-BUDGET-ACTION
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'DEPT BUDGET ADDED.' TO RMSGO
                WHEN -803
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'DEPT BUDGET ALREADY EXISTS.' TO RMSGO
                WHEN OTHER
                  PERFORM SQL-ERROR-MSG
              END-EVALUATE
           ELSE
              MOVE LOW-VALUES TO REFMAPO
              MOVE WS-EDIT-MSG TO RMSGO
           END-IF.

           EXIT.

       CHANGE-BUDGET.

           PERFORM EDIT-BUDGET-INPUT

           IF WS-EDIT-IS-OK
              MOVE WS-MIN-WORK TO BUDG-AUTH-HEADCOUNT
              MOVE WS-MAX-WORK TO BUDG-AUTH-SALARY
              EXEC SQL
                UPDATE DEPTBUDGET
                   SET AUTH_HEADCOUNT = :BUDG-AUTH-HEADCOUNT,
                       AUTH_SALARY    = :BUDG-AUTH-SALARY
                 WHERE DEPT_CODE   = :BUDG-DEPT-CODE
                   AND FISCAL_YEAR = :BUDG-FISCAL-YEAR
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  PERFORM AUDIT-BUDGET-ACTION
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'DEPT BUDGET CHANGED.' TO RMSGO
                WHEN 100
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'DEPT BUDGET NOT FOUND.' TO RMSGO
                WHEN OTHER
                  PERFORM SQL-ERROR-MSG
              END-EVALUATE
           ELSE
              MOVE LOW-VALUES TO REFMAPO
              MOVE WS-EDIT-MSG TO RMSGO
           END-IF.

           EXIT.

       DELETE-BUDGET.

           EXEC SQL
             DELETE FROM DEPTBUDGET
              WHERE DEPT_CODE   = :BUDG-DEPT-CODE
                AND FISCAL_YEAR = :BUDG-FISCAL-YEAR
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
               PERFORM AUDIT-BUDGET-ACTION
               MOVE LOW-VALUES TO REFMAPO
               MOVE 'DEPT BUDGET DELETED.' TO RMSGO
             WHEN 100
               MOVE LOW-VALUES TO REFMAPO
               MOVE 'DEPT BUDGET NOT FOUND.' TO RMSGO
             WHEN OTHER
               PERFORM SQL-ERROR-MSG
           END-EVALUATE.

           EXIT.

       AUDIT-BUDGET-ACTION.

           MOVE 'G'              TO WS-REF-TABLE
           MOVE RACTIONI         TO WS-REF-ACTION
           MOVE SPACES           TO WS-REF-KEY
           MOVE BUDG-DEPT-CODE   TO WS-REF-KEY (1:3)
           MOVE BUDG-FISCAL-YEAR TO WS-REF-KEY (4:4)
           PERFORM INSERT-REF-AUDIT.

           EXIT.

      ***************************************************
      *  PAYCAL - KEY IS PERIOD_ID (YEAR PLUS PERIOD    *
      *  NUMBER, E.G. 202621).  DATES ARE KEYED AS      *
      *  YYYYMMDD: VALUE 1 START AND END (YYYYMMDD      *
      *  YYYYMMDD), VALUE 2 THE PAY DATE, VALUE 3 THE   *
      *  CUTOFF DATE AND TIME (YYYYMMDD HHMM).          *
      *  PERIODS MAY NOT OVERLAP.  A PERIOD PAST ITS    *
      *  CUTOFF IS CLOSED - PAYOUT RECORDS AND RETRO    *
      *  PAY HAVE BEEN WORKED FROM IT - SO IT CANNOT    *
      *  BE ADDED, CHANGED OR DELETED HERE.             *
      ***************************************************
       MAINT-CALENDAR.

           MOVE RKEYI (1:6) TO PCAL-PERIOD-ID

           EVALUATE RACTIONI
             WHEN 'L'
               PERFORM LIST-CALENDAR
             WHEN 'A'
               PERFORM ADD-CALENDAR
             WHEN 'C'
               PERFORM CHANGE-CALENDAR
             WHEN 'D'
               PERFORM DELETE-CALENDAR
             WHEN OTHER
               MOVE LOW-VALUES TO REFMAPO
               MOVE 'ACTION MUST BE L, A, C OR D.' TO RMSGO
           END-EVALUATE.

           EXIT.

       LIST-CALENDAR.

           MOVE ZERO TO WS-LST-COUNT
           MOVE SPACES TO WS-LST-TABLE
           MOVE 'N' TO WS-MORE-SW

           EXEC SQL OPEN CALLCSR END-EXEC

           PERFORM FETCH-CALENDAR-LIST-ROW
             VARYING WS-LST-IDX FROM 1 BY 1
             UNTIL WS-LST-IDX > 8

           PERFORM PROBE-CALENDAR-LIST-ROW

           EXEC SQL CLOSE CALLCSR END-EXEC

           PERFORM BUILD-LIST-SCREEN
           IF WS-MORE-ROWS
              MOVE 'PAY PERIODS LISTED - KEY THE LAST ONE TO PAGE ON.'
                TO RMSGO
           ELSE
              MOVE 'PAY PERIODS LISTED.' TO RMSGO
           END-IF.

           EXIT.

       PROBE-CALENDAR-LIST-ROW.

           EXEC SQL
             FETCH CALLCSR
               INTO :PCAL-PERIOD-ID, :PCAL-START-DATE, :PCAL-END-DATE,
                    :PCAL-CUTOFF-TS, :PCAL-PAY-DATE
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-MORE-SW
           END-IF.

           EXIT.

       FETCH-CALENDAR-LIST-ROW.

           EXEC SQL
             FETCH CALLCSR
               INTO :PCAL-PERIOD-ID, :PCAL-START-DATE, :PCAL-END-DATE,
                    :PCAL-CUTOFF-TS, :PCAL-PAY-DATE
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-LST-COUNT
              MOVE SPACES TO WS-LST-LINE (WS-LST-IDX)
              STRING PCAL-PERIOD-ID         DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     PCAL-START-DATE        DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     PCAL-END-DATE          DELIMITED BY SIZE
                     ' CUT '                DELIMITED BY SIZE
                     PCAL-CUTOFF-TS (6:5)   DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     PCAL-CUTOFF-TS (12:5)  DELIMITED BY SIZE
                     ' PAY '                DELIMITED BY SIZE
                     PCAL-PAY-DATE          DELIMITED BY SIZE
                     INTO WS-LST-LINE (WS-LST-IDX)
              END-STRING
           END-IF.

           EXIT.

       EDIT-CALENDAR-INPUT.

           MOVE 'Y' TO WS-EDIT-OK

           EVALUATE TRUE
             WHEN RKEYI (1:6) IS NOT NUMERIC
             OR   RKEYI (5:2) = '00'
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'KEY MUST BE YEAR PLUS PERIOD NUMBER, E.G. 202621.'
                 TO WS-EDIT-MSG
             WHEN RVAL1I (1:8) IS NOT NUMERIC
             OR   RVAL1I (10:8) IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'VALUE 1 MUST BE START AND END, YYYYMMDD YYYYMMDD.'
                 TO WS-EDIT-MSG
             WHEN RVAL2I (1:8) IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'VALUE 2 MUST BE THE PAY DATE AS YYYYMMDD.'
                 TO WS-EDIT-MSG
             WHEN RVAL3I (1:8) IS NOT NUMERIC
             OR   RVAL3I (10:4) IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'VALUE 3 MUST BE THE CUTOFF AS YYYYMMDD HHMM.'
                 TO WS-EDIT-MSG
             WHEN RVAL1I (1:8) > RVAL1I (10:8)
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'PERIOD START MAY NOT BE AFTER ITS END.'
                 TO WS-EDIT-MSG
             WHEN RVAL2I (1:8) < RVAL3I (1:8)
               MOVE 'N' TO WS-EDIT-OK
               MOVE 'PAY DATE MAY NOT BE BEFORE THE CUTOFF.'
                 TO WS-EDIT-MSG
           END-EVALUATE

           IF WS-EDIT-IS-OK
              MOVE RVAL1I (1:8) TO WS-CAL-DATE-IN
              PERFORM FORMAT-CAL-DATE
              MOVE WS-CAL-DATE-ISO TO PCAL-START-DATE
              MOVE RVAL1I (10:8) TO WS-CAL-DATE-IN
              PERFORM FORMAT-CAL-DATE
              MOVE WS-CAL-DATE-ISO TO PCAL-END-DATE
              MOVE RVAL2I (1:8) TO WS-CAL-DATE-IN
              PERFORM FORMAT-CAL-DATE
              MOVE WS-CAL-DATE-ISO TO PCAL-PAY-DATE
              MOVE RVAL3I (1:8) TO WS-CAL-DATE-IN
              PERFORM FORMAT-CAL-DATE
              MOVE SPACES TO PCAL-CUTOFF-TS
              STRING WS-CAL-DATE-ISO  DELIMITED BY SIZE
                     '-'              DELIMITED BY SIZE
                     RVAL3I (10:2)    DELIMITED BY SIZE
                     '.'              DELIMITED BY SIZE
                     RVAL3I (12:2)    DELIMITED BY SIZE
                     '.00.000000'     DELIMITED BY SIZE
                     INTO PCAL-CUTOFF-TS
              END-STRING
              PERFORM CHECK-CALENDAR-FIT
           END-IF.

           EXIT.

      ***************************************************
      *  THE CUTOFF IS STILL AHEAD AND NO OTHER PERIOD  *
      *  OVERLAPS THIS ONE.  DB2 REJECTS AN IMPOSSIBLE  *
      *  DATE OR TIME (SQLCODE -180/-181).              *
      ***************************************************
       CHECK-CALENDAR-FIT.

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*) INTO :WS-ROW-COUNT
               FROM SYSIBM.SYSDUMMY1
              WHERE TIMESTAMP(:PCAL-CUTOFF-TS) < CURRENT TIMESTAMP
           END-EXEC

           IF SQLCODE = 0 AND WS-ROW-COUNT = ZERO
              EXEC SQL
                SELECT COUNT(*) INTO :WS-ROW-COUNT
                  FROM PAYCAL
                 WHERE PERIOD_ID NOT = :PCAL-PERIOD-ID
                   AND START_DATE <= DATE(:PCAL-END-DATE)
                   AND END_DATE >= DATE(:PCAL-START-DATE)
              END-EXEC
              IF SQLCODE = 0 AND WS-ROW-COUNT > ZERO
                 MOVE 'N' TO WS-EDIT-OK
                 MOVE 'DATES OVERLAP ANOTHER PAY PERIOD.'
                   TO WS-EDIT-MSG
              END-IF
           ELSE
              IF SQLCODE = 0
                 MOVE 'N' TO WS-EDIT-OK
                 MOVE 'CUTOFF HAS PASSED - THE PERIOD WOULD BE CLOSED.'
                   TO WS-EDIT-MSG
              END-IF
           END-IF

           IF SQLCODE < 0
              MOVE 'N' TO WS-EDIT-OK
              MOVE 'A DATE OR TIME KEYED IS NOT VALID.' TO WS-EDIT-MSG
           END-IF.

           EXIT.

       FORMAT-CAL-DATE.

           MOVE WS-CAL-DATE-IN (1:4) TO WS-CAL-YYYY
           MOVE WS-CAL-DATE-IN (5:2) TO WS-CAL-MM
           MOVE WS-CAL-DATE-IN (7:2) TO WS-CAL-DD.

           EXIT.

      ***************************************************
      *  A STORED PERIOD WHOSE CUTOFF HAS PASSED IS     *
      *  CLOSED.  LEAVES WS-EDIT-OK 'N' WHEN IT IS.     *
      ***************************************************
       CHECK-CALENDAR-OPEN.

           MOVE ZERO TO WS-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*) INTO :WS-ROW-COUNT
               FROM PAYCAL
              WHERE PERIOD_ID = :PCAL-PERIOD-ID
                AND CUTOFF_TS < CURRENT TIMESTAMP
           END-EXEC

           IF WS-ROW-COUNT > ZERO
              MOVE 'N' TO WS-EDIT-OK
              MOVE 'PAY PERIOD IS CLOSED - ITS CUTOFF HAS PASSED.'
                TO WS-EDIT-MSG
           END-IF.

           EXIT.

       ADD-CALENDAR.

           PERFORM EDIT-CALENDAR-INPUT

           IF WS-EDIT-IS-OK
              EXEC SQL
                INSERT INTO PAYCAL
                  (PERIOD_ID, START_DATE, END_DATE, CUTOFF_TS,
                   PAY_DATE)
                VALUES (:PCAL-PERIOD-ID, :PCAL-START-DATE,
                        :PCAL-END-DATE, :PCAL-CUTOFF-TS,
                        :PCAL-PAY-DATE)
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  PERFORM AUDIT-CALENDAR-ACTION
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'PAY PERIOD ADDED.' TO RMSGO
                WHEN -803
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'PAY PERIOD ALREADY EXISTS.' TO RMSGO
                WHEN -180
                WHEN -181
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'A DATE OR TIME KEYED IS NOT VALID.' TO RMSGO
                WHEN OTHER
                  PERFORM SQL-ERROR-MSG
              END-EVALUATE
           ELSE
              MOVE LOW-VALUES TO REFMAPO
              MOVE WS-EDIT-MSG TO RMSGO
           END-IF.

           EXIT.

       CHANGE-CALENDAR.

           PERFORM EDIT-CALENDAR-INPUT
           IF WS-EDIT-IS-OK
              PERFORM CHECK-CALENDAR-OPEN
           END-IF

           IF WS-EDIT-IS-OK
              EXEC SQL
                UPDATE PAYCAL
                   SET START_DATE = :PCAL-START-DATE,
                       END_DATE   = :PCAL-END-DATE,
                       CUTOFF_TS  = :PCAL-CUTOFF-TS,
                       PAY_DATE   = :PCAL-PAY-DATE
                 WHERE PERIOD_ID = :PCAL-PERIOD-ID
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  PERFORM AUDIT-CALENDAR-ACTION
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'PAY PERIOD CHANGED.' TO RMSGO
                WHEN 100
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'PAY PERIOD NOT FOUND.' TO RMSGO
                WHEN -180
                WHEN -181
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'A DATE OR TIME KEYED IS NOT VALID.' TO RMSGO
                WHEN OTHER
                  PERFORM SQL-ERROR-MSG
              END-EVALUATE
           ELSE
              MOVE LOW-VALUES TO REFMAPO
              MOVE WS-EDIT-MSG TO RMSGO
           END-IF.

           EXIT.

       DELETE-CALENDAR.

           MOVE 'Y' TO WS-EDIT-OK
           PERFORM CHECK-CALENDAR-OPEN

           IF WS-EDIT-IS-OK
              EXEC SQL
                DELETE FROM PAYCAL
                 WHERE PERIOD_ID = :PCAL-PERIOD-ID
              END-EXEC

              EVALUATE SQLCODE
                WHEN 0
                  PERFORM AUDIT-CALENDAR-ACTION
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'PAY PERIOD DELETED.' TO RMSGO
                WHEN 100
                  MOVE LOW-VALUES TO REFMAPO
                  MOVE 'PAY PERIOD NOT FOUND.' TO RMSGO
                WHEN OTHER
                  PERFORM SQL-ERROR-MSG
              END-EVALUATE
           ELSE
              MOVE LOW-VALUES TO REFMAPO
              MOVE WS-EDIT-MSG TO RMSGO
           END-IF.

           EXIT.

       AUDIT-CALENDAR-ACTION.

           MOVE 'P'            TO WS-REF-TABLE
           MOVE RACTIONI       TO WS-REF-ACTION
           MOVE SPACES         TO WS-REF-KEY
           MOVE PCAL-PERIOD-ID TO WS-REF-KEY (1:6)
           PERFORM INSERT-REF-AUDIT.

           EXIT.

      ***************************************************
      *  COMMON SERVICE PARAGRAPHS                      *
      ***************************************************
           EXEC SQL
             INSERT INTO REFAUDIT
               (TABLE_ID, ACTION_CODE, KEY_VALUE, TERM_ID,
                OPER_ID, AUDIT_TS,
                OLD_DELETE_AUTH, OLD_ADMIN_AUTH,
                OLD_APPROVE_AUTH, OLD_CONTACT_AUTH,
                NEW_DELETE_AUTH, NEW_ADMIN_AUTH,
                NEW_APPROVE_AUTH, NEW_CONTACT_AUTH)
             VALUES
               (:WS-REF-TABLE, :WS-REF-ACTION, :WS-REF-KEY,
                :EIBTRMID, :EIBOPID, CURRENT TIMESTAMP,
                :WS-REF-OLD-DELETE, :WS-REF-OLD-ADMIN,
                :WS-REF-OLD-APPROVE, :WS-REF-OLD-CONTACT,
                :WS-REF-NEW-DELETE, :WS-REF-NEW-ADMIN,
                :WS-REF-NEW-APPROVE, :WS-REF-NEW-CONTACT)
           END-EXEC

           MOVE SPACES TO WS-REF-OLD-PRIV
           MOVE SPACES TO WS-REF-NEW-PRIV.

           EXIT.

