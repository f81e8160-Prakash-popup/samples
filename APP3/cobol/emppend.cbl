000350*                     THRESHOLDS WITHOUT AN APPROVER GOES
000360*                     BACK TO HELD ('H'); REJECTED AND STALE
000370*                     HELD ITEMS PRINT ON THE REPORT.
000372*    10/15/2026  DLR  SALARY_HISTORY ROW CARRIES THE PENDING
000375*                     CHANGE'S EFFECTIVE DATE, SO A CHANGE
000376*                     APPLIED LATE IS PICKED UP BY THE EMPRETR
000378*                     RETRO PAY RUN.
000383*    10/15/2026  DLR  A PART-TIMER'S NEW SALARY IS SCALED TO 100
000388*                     FTE % (FTE_PCT) BEFORE THE BAND EDIT.
000389****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000900                                         VALUE ZERO.
000910
000920 01  WS-OLD-SALARY                  PIC S9(09) USAGE COMP
000922                                         VALUE ZERO.
000925*    THE NEW SALARY SCALED TO 100 FTE % FOR THE BAND EDIT
000928 01  WS-FTE-SALARY                  PIC S9(09) USAGE COMP
000930                                         VALUE ZERO.
000940 01  WS-BAND-MIN                    PIC S9(09) USAGE COMP
000950                                         VALUE ZERO.
002780     PERFORM 2200-GET-EMPLOYEE THRU 2200-EXIT
002790     PERFORM 2250-GET-BAND     THRU 2250-EXIT
002800
002802     IF WS-EMP-FOUND AND FTE-PCT > ZERO AND FTE-PCT < 100
002803        COMPUTE WS-FTE-SALARY ROUNDED =
002805            NEW-SALARY * 100 / FTE-PCT
002806     ELSE
002807        MOVE NEW-SALARY TO WS-FTE-SALARY
002808     END-IF
002809
002810     MOVE SPACES TO WS-AP-NOTE
002820
002830     EVALUATE TRUE
002870       WHEN NOT WS-BAND-FOUND
002880         MOVE 'SALARY BAND UNAVAILABLE'    TO WS-AP-NOTE
002890         PERFORM 2400-MARK-ERROR THRU 2400-EXIT
002900       WHEN WS-FTE-SALARY < WS-BAND-MIN
002910        OR WS-FTE-SALARY > WS-BAND-MAX
002920         MOVE 'OUTSIDE SALARY BAND'        TO WS-AP-NOTE
002930         PERFORM 2400-MARK-ERROR THRU 2400-EXIT
002940       WHEN OTHER
003310     MOVE PEND-EMPID TO EMP-ID
003320
003330     EXEC SQL
003340       SELECT SALARY, DEPT_CODE, FTE_PCT
003350         INTO :WS-OLD-SALARY, :DEPT-CODE, :FTE-PCT
003360         FROM EMPLOYEE
003370        WHERE EMP_ID = :EMP-ID
003380     END-EXEC
003840     MOVE PEND-EMPID TO HIST-EMPID
003850     EXEC SQL
003860       INSERT INTO SALARY_HISTORY
003870         (EMP_ID, OLD_SALARY, CHANGED_TS, EFF_DATE)
003880       VALUES
003885         (:HIST-EMPID, :WS-OLD-SALARY, CURRENT TIMESTAMP,
003890           :EFF-DATE)
003900     END-EXEC
003910     IF SQLCODE NOT = 0
003920        MOVE 'N' TO WS-SW-APPLY-OK
