000370*                     THRESHOLDS ARE HELD IN PENDING_SALARY
000380*                     ('H') FOR A SECOND OPERATOR ON U04C
000390*                     INSTEAD OF BEING APPLIED.
000392*    10/15/2026  DLR  SALARY_HISTORY ROW CARRIES THE EFFECTIVE
000395*                     DATE OF THE CHANGE FOR THE EMPRETR
000398*                     RETRO PAY RUN.
000400*    10/15/2026  DLR  A PART-TIMER'S ADJUSTED SALARY IS SCALED
000403*                     TO 100 FTE % (FTE_PCT) BEFORE THE BAND
000408*                     EDIT - THE BAND IS A FULL-TIME RANGE.
000409****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
001040 01  WS-ADJ-AMOUNT                  PIC S9(09) USAGE COMP
001050                                         VALUE ZERO.
001060 01  WS-NEW-SALARY                  PIC S9(09) USAGE COMP
001062                                         VALUE ZERO.
001065*    THE NEW SALARY SCALED TO 100 FTE % FOR THE BAND EDIT
001068 01  WS-FTE-SALARY                  PIC S9(09) USAGE COMP
001070                                         VALUE ZERO.
001080 01  WS-BAND-MIN                    PIC S9(09) USAGE COMP
001090                                         VALUE ZERO.
003400
003410     EXEC SQL
003420       DECLARE MASSCSR CURSOR FOR
003430       SELECT EMP_ID, FIRST_NAME, LAST_NAME, SALARY, DEPT_CODE,
003435              FTE_PCT
003440         FROM EMPLOYEE
003450        WHERE (:WS-ALL-IND = 'Y'
003460               OR DEPT_CODE = :WS-SELECT-DEPT)
004660
004670     PERFORM 2150-GET-BAND THRU 2150-EXIT
004680
004685     IF FTE-PCT > ZERO AND FTE-PCT < 100
004690        COMPUTE WS-FTE-SALARY ROUNDED =
004691            WS-NEW-SALARY * 100 / FTE-PCT
004692     ELSE
004700        MOVE WS-NEW-SALARY TO WS-FTE-SALARY
004701     END-IF
004702
004705     IF WS-FTE-SALARY < WS-BAND-MIN OR
004708        WS-FTE-SALARY > WS-BAND-MAX
004710        ADD 1 TO WS-REJECT-COUNT
004720        MOVE '*OUTSIDE BAND*      ' TO WS-DT-NOTE
004730        MOVE SALARY TO WS-NEW-SALARY
006130     EXEC SQL
006140       FETCH MASSCSR
006150        INTO :EMP-ID, :FIRST-NAME, :LAST-NAME, :SALARY,
006160             :DEPT-CODE, :FTE-PCT
006170     END-EXEC
006180
006190     IF SQLCODE NOT = 0
006570     MOVE EMP-ID TO HIST-EMPID
006580     EXEC SQL
006590       INSERT INTO SALARY_HISTORY
006600         (EMP_ID, OLD_SALARY, CHANGED_TS, EFF_DATE)
006610       VALUES
006620         (:HIST-EMPID, :SALARY, CURRENT TIMESTAMP, CURRENT DATE)
006630     END-EXEC
006640     IF SQLCODE NOT = 0
006650        MOVE 'N' TO WS-SW-APPLY-OK
