000230*    MODIFICATION HISTORY
000240*    --------------------
000250*    09/02/2026  DLR  INITIAL VERSION.
000255*    10/15/2026  DLR  EMPLOYMENT CLASS AND FTE % CARRIED ON THE
000256*                     EXTRACT RECORD FOR THE FTE REPORTING.
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000900              E.DEPT_CODE,
000910              COALESCE(D.DEPT_NAME, '(UNKNOWN)'),
000920              E.SALARY, E.EMP_STATUS, E.MGR_ID,
000930              CHAR(E.HIRE_DATE, ISO), E.EMP_CLASS, E.FTE_PCT
000940         FROM EMPLOYEE E
000950              LEFT OUTER JOIN DEPARTMENT D
000960                 ON D.DEPT_CODE = E.DEPT_CODE
001170     MOVE EMP-STATUS  TO EXF-EMP-STATUS
001180     MOVE MGR-ID      TO EXF-MGR-ID
001190     MOVE HIRE-DATE   TO EXF-HIRE-DATE
001195     MOVE EMP-CLASS   TO EXF-EMP-CLASS
001196     MOVE FTE-PCT     TO EXF-FTE-PCT
001200
001210     WRITE EXF-RECORD
001220
001340       FETCH UNLDCSR
001350        INTO :EMP-ID, :FIRST-NAME, :LAST-NAME, :DEPT-CODE,
001360             :DEPT-NAME, :SALARY, :EMP-STATUS, :MGR-ID,
001370             :HIRE-DATE, :EMP-CLASS, :FTE-PCT
001380     END-EXEC
001390
001400     IF SQLCODE NOT = 0
