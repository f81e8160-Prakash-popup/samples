000080*                                                              *
000090*    PROGRAM  : EMPSNAP                                       *
000100*    FUNCTION : MONTH-END SNAPSHOT OF THE EMPLOYEE TABLE.      *
000110*               COPIES EMP_ID, DEPT_CODE, SALARY, EMP_STATUS,  *
000120*               MGR_ID, EMP_CLASS AND FTE_PCT INTO EMPSNAP     *
000125*               UNDER THE CURRENT YEAR-MONTH (SNAP_YM).  A     *
000130*               RERUN FOR THE SAME MONTH REPLACES THE MONTH'S  *
000140*               ROWS, SO THE JOB IS SAFE TO RESUBMIT.  THE     *
000150*               CONTROL REPORT SHOWS THE MONTH, ROWS REPLACED  *
000160*               AND ROWS CAPTURED.  THE EMPTRND TREND REPORT   *
000170*               IS BUILT FROM THESE SNAPSHOTS.                 *
000190*    CALLED BY: JOB EMPSNAPJ, STEP STEP010 (LAST NIGHT OF      *
000200*               THE MONTH).                                    *
000210*                                                              *
000260*    09/02/2026  DLR  RUN START/END, RECORD COUNT AND RETURN
000270*                     CODE RECORDED IN RUNLOG FOR THE EMPOPSR
000280*                     OPERATIONS SUMMARY.
000285*    10/15/2026  DLR  EMP_CLASS AND FTE_PCT CAPTURED FOR THE
000286*                     EMPTRND FTE COLUMN.
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001430     EXEC SQL
001440       INSERT INTO EMPSNAP
001450         (SNAP_YM, EMP_ID, DEPT_CODE, SALARY,
001460          EMP_STATUS, MGR_ID, SNAP_TS, EMP_CLASS, FTE_PCT)
001470       SELECT :SNAP-YM, EMP_ID, DEPT_CODE, SALARY,
001475              EMP_STATUS, MGR_ID, CURRENT TIMESTAMP,
001480              EMP_CLASS, FTE_PCT
001490         FROM EMPLOYEE
001500     END-EXEC
001510
