000090*    PROGRAM  : EMPTRND                                       *
000100*    FUNCTION : HEADCOUNT AND PAYROLL TREND REPORT BUILT FROM  *
000110*               THE EMPSNAP MONTH-END SNAPSHOTS.  SECTION ONE  *
000120*               SHOWS, PER DEPARTMENT, THE ACTIVE HEADCOUNT,   *
000125*               ITS FULL-TIME EQUIVALENT (FTE_PCT TOTAL / 100) *
000130*               AND TOTAL SALARY FOR EACH CAPTURED MONTH WITH  *
000140*               THE CHANGE AGAINST THE PRIOR MONTH.  SECTION   *
000150*               TWO SHOWS, PER PERIOD, THE JOINERS (EMP_IDS    *
000262*    09/02/2026  DLR  JOINERS/LEAVERS/NET COUNT ONLY ACTIVE
000264*                     (NOT 'T') ROWS, SO TERMINATIONS AND
000266*                     REHIRES SHOW AS LEAVERS AND JOINERS.
000268*    10/15/2026  DLR  FTE SHOWN ALONGSIDE THE RAW HEADCOUNT.
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000660     05  WS-TR-HEADCOUNT            PIC S9(09) USAGE COMP
000670                                         VALUE ZERO.
000680     05  WS-TR-SALARY-TOTAL         PIC S9(09) USAGE COMP
000682                                         VALUE ZERO.
000685     05  WS-TR-FTE-PCT-TOTAL        PIC S9(09) USAGE COMP
000686                                         VALUE ZERO.
000688     05  WS-TR-FTE                  PIC S9(07)V9(01) USAGE COMP-3
000690                                         VALUE ZERO.
000700
000710 01  WS-PREV-DEPT                   PIC X(03) VALUE LOW-VALUES.
001100     05  FILLER                     PIC X(01) VALUE SPACE.
001110     05  FILLER                     PIC X(09) VALUE 'MONTH    '.
001120     05  FILLER                     PIC X(08) VALUE 'HEADCT  '.
001125     05  FILLER                     PIC X(09) VALUE '    FTE  '.
001130     05  FILLER                     PIC X(14) VALUE
001140         ' TOTAL SALARY '.
001150     05  FILLER                     PIC X(09) VALUE
001160         ' HEAD CHG'.
001170     05  FILLER                     PIC X(14) VALUE
001180         '   SALARY CHG '.
001190     05  FILLER                     PIC X(69) VALUE SPACES.
001200
001210 01  WS-DEPT-LINE.
001220     05  FILLER                     PIC X(01) VALUE SPACE.
001310     05  FILLER                     PIC X(02) VALUE SPACES.
001320     05  WS-DT-HEADCOUNT            PIC ZZ,ZZ9.
001330     05  FILLER                     PIC X(01) VALUE SPACE.
001335     05  WS-DT-FTE                  PIC ZZ,ZZ9.9.
001336     05  FILLER                     PIC X(01) VALUE SPACE.
001340     05  WS-DT-SALARY-TOTAL         PIC ZZZ,ZZZ,ZZ9.
001350     05  FILLER                     PIC X(02) VALUE SPACES.
001360     05  WS-DT-HEAD-CHG             PIC ZZ,ZZ9-.
001370     05  FILLER                     PIC X(02) VALUE SPACES.
001380     05  WS-DT-SALARY-CHG           PIC ZZZ,ZZZ,ZZ9-.
001390     05  FILLER                     PIC X(79) VALUE SPACES.
001400
001410 01  WS-PERIOD-HEADING.
001420     05  FILLER                     PIC X(01) VALUE SPACE.
002050              SUM(CASE WHEN EMP_STATUS NOT = 'T'
002060                       THEN 1 ELSE 0 END),
002070              SUM(CASE WHEN EMP_STATUS NOT = 'T'
002075                       THEN SALARY ELSE 0 END),
002080              SUM(CASE WHEN EMP_STATUS NOT = 'T'
002085                       THEN FTE_PCT ELSE 0 END)
002090         FROM EMPSNAP
002100        GROUP BY DEPT_CODE, SNAP_YM
002110        ORDER BY DEPT_CODE, SNAP_YM
002500     MOVE SPACES             TO WS-DETAIL-LINE
002510     MOVE WS-TR-SNAP-YM      TO WS-DT-SNAP-YM
002520     MOVE WS-TR-HEADCOUNT    TO WS-DT-HEADCOUNT
002525     COMPUTE WS-TR-FTE ROUNDED = WS-TR-FTE-PCT-TOTAL / 100
002526     MOVE WS-TR-FTE          TO WS-DT-FTE
002530     MOVE WS-TR-SALARY-TOTAL TO WS-DT-SALARY-TOTAL
002540     MOVE WS-DELTA-HEADCOUNT TO WS-DT-HEAD-CHG
002550     MOVE WS-DELTA-SALARY    TO WS-DT-SALARY-CHG
002690     EXEC SQL
002700       FETCH TRNDCSR
002710        INTO :WS-TR-DEPT-CODE, :WS-TR-SNAP-YM,
002720             :WS-TR-HEADCOUNT, :WS-TR-SALARY-TOTAL,
002725             :WS-TR-FTE-PCT-TOTAL
002730     END-EXEC
002740
002750     IF SQLCODE NOT = 0
