000110*               FROM THE EMPEXTF EXTRACT FILE (SORTED BY      *
000120*               DEPT_CODE BY THE PRIOR JOB STEP) - ONE LINE   *
000130*               PER DEPT_CODE WITH THE DEPT_NAME, HEADCOUNT,  *
000135*               FULL-TIME EQUIVALENTS (SUM OF FTE_PCT / 100), *
000140*               MINIMUM, MAXIMUM, AVERAGE AND TOTAL SALARY,   *
000150*               AND A GRAND-TOTAL LINE.  A DEPARTMENT WHOSE   *
000160*               AVERAGE FALLS OUTSIDE ITS SALARY BAND IS      *
000320*                     DEPT_CODE INSTEAD OF ITS OWN GROUPED
000330*                     EMPLOYEE CURSOR, SO THE NIGHTLY DB2
000340*                     SCAN HAPPENS ONCE FOR THE REPORT LEG.
000342*    10/15/2026  DLR  FTE COLUMN BESIDE THE RAW HEADCOUNT ON
000345*                     EACH DEPARTMENT AND THE GRAND TOTAL, SO
000348*                     PART-TIMERS NO LONGER READ AS FULL HEADS.
000350****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000810 01  WS-DEPT-FIELDS.
000820     05  WS-DP-HEADCOUNT            PIC S9(09) USAGE COMP
000830                                         VALUE ZERO.
000832     05  WS-DP-FTE-PCT-TOTAL        PIC S9(09) USAGE COMP
000835                                         VALUE ZERO.
000836     05  WS-DP-FTE                  PIC S9(07)V9(01) COMP-3
000838                                         VALUE ZERO.
000840     05  WS-DP-MIN-SALARY           PIC S9(09) USAGE COMP
000850                                         VALUE ZERO.
000860     05  WS-DP-MAX-SALARY           PIC S9(09) USAGE COMP
000960                                         VALUE ZERO.
000970 01  WS-ACCUMULATORS.
000980     05  WS-GRAND-HEADCOUNT         PIC S9(09) USAGE COMP
000982                                         VALUE ZERO.
000985     05  WS-GRAND-FTE-PCT-TOTAL     PIC S9(09) USAGE COMP
000986                                         VALUE ZERO.
000988     05  WS-GRAND-FTE               PIC S9(07)V9(01) COMP-3
000990                                         VALUE ZERO.
001000     05  WS-GRAND-SALARY-TOTAL      PIC S9(09) USAGE COMP
001010                                         VALUE ZERO.
001180     05  FILLER                     PIC X(21) VALUE
001190         'DEPT NAME            '.
001200     05  FILLER                     PIC X(07) VALUE 'HEADCT '.
001205     05  FILLER                     PIC X(07) VALUE '    FTE'.
001210     05  FILLER                     PIC X(12) VALUE
001220         ' MIN SALARY '.
001230     05  FILLER                     PIC X(12) VALUE
001280         'TOTAL SALARY'.
001290     05  FILLER                     PIC X(25) VALUE
001300         '  SALARY BAND (MIN-MAX)  '.
001310     05  FILLER                     PIC X(16) VALUE SPACES.
001320
001330 01  WS-DETAIL-LINE.
001340     05  FILLER                     PIC X(01) VALUE SPACE.
001370     05  WS-DT-DEPT-NAME            PIC X(20).
001380     05  FILLER                     PIC X(01) VALUE SPACE.
001390     05  WS-DT-HEADCOUNT            PIC ZZ,ZZ9.
001395     05  FILLER                     PIC X(01) VALUE SPACE.
001396     05  WS-DT-FTE                  PIC ZZZ9.9.
001400     05  FILLER                     PIC X(01) VALUE SPACE.
001410     05  WS-DT-MIN-SALARY           PIC ZZZ,ZZZ,ZZ9.
001420     05  FILLER                     PIC X(01) VALUE SPACE.
001500     05  FILLER                     PIC X(01) VALUE '-'.
001510     05  WS-DT-BAND-MAX             PIC ZZZ,ZZZ,ZZ9.
001520     05  FILLER                     PIC X(01) VALUE SPACE.
001540     05  WS-DT-FLAG                 PIC X(17).
001550
001560 01  WS-GRAND-TOTAL-LINE.
001570     05  FILLER                     PIC X(01) VALUE SPACE.
001580     05  FILLER                     PIC X(26) VALUE
001590         'REPORT GRAND TOTAL        '.
001600     05  WS-GT-HEADCOUNT            PIC ZZ,ZZ9.
001610     05  WS-GT-FTE                  PIC ZZZZ9.9.
001615     05  FILLER                     PIC X(32) VALUE SPACES.
001620     05  WS-GT-SALARY-TOTAL         PIC ZZZ,ZZZ,ZZ9.
001630     05  FILLER                     PIC X(50) VALUE SPACES.
001640
002390        PERFORM 2400-DEPT-BREAK THRU 2400-EXIT
002400     END-IF
002410
002420     ADD 1           TO WS-DP-HEADCOUNT
002430     ADD EXF-FTE-PCT TO WS-DP-FTE-PCT-TOTAL
002432     ADD EXF-SALARY  TO WS-DP-TOTAL-SALARY
002440     IF EXF-SALARY < WS-DP-MIN-SALARY
002450        MOVE EXF-SALARY TO WS-DP-MIN-SALARY
002460     END-IF
002750     MOVE EXF-DEPT-CODE TO WS-CUR-DEPT
002760     MOVE EXF-DEPT-NAME TO WS-CUR-DEPT-NAME
002770     MOVE ZERO          TO WS-DP-HEADCOUNT
002775     MOVE ZERO          TO WS-DP-FTE-PCT-TOTAL
002780     MOVE ZERO          TO WS-DP-TOTAL-SALARY
002790     MOVE 999999999     TO WS-DP-MIN-SALARY
002800     MOVE ZERO          TO WS-DP-MAX-SALARY.
002980
002990     COMPUTE WS-DP-AVG-SALARY ROUNDED =
003000         WS-DP-TOTAL-SALARY / WS-DP-HEADCOUNT
003005     COMPUTE WS-DP-FTE ROUNDED = WS-DP-FTE-PCT-TOTAL / 100
003010
003020     MOVE SPACES             TO WS-DETAIL-LINE
003030     MOVE WS-CUR-DEPT        TO WS-DT-DEPT-CODE
003040     MOVE WS-CUR-DEPT-NAME   TO WS-DT-DEPT-NAME
003050     MOVE WS-DP-HEADCOUNT    TO WS-DT-HEADCOUNT
003055     MOVE WS-DP-FTE          TO WS-DT-FTE
003060     MOVE WS-DP-MIN-SALARY   TO WS-DT-MIN-SALARY
003070     MOVE WS-DP-MAX-SALARY   TO WS-DT-MAX-SALARY
003080     MOVE WS-DP-AVG-SALARY   TO WS-DT-AVG-SALARY
003240     WRITE DEP-RECORD FROM WS-DETAIL-LINE
003250
003260     ADD WS-DP-HEADCOUNT    TO WS-GRAND-HEADCOUNT
003265     ADD WS-DP-FTE-PCT-TOTAL TO WS-GRAND-FTE-PCT-TOTAL
003270     ADD WS-DP-TOTAL-SALARY TO WS-GRAND-SALARY-TOTAL.
003280 2500-EXIT.
003290     EXIT.
003900     END-IF
003910
003920     MOVE WS-GRAND-HEADCOUNT    TO WS-GT-HEADCOUNT
003925     COMPUTE WS-GRAND-FTE ROUNDED = WS-GRAND-FTE-PCT-TOTAL / 100
003926     MOVE WS-GRAND-FTE          TO WS-GT-FTE
003930     MOVE WS-GRAND-SALARY-TOTAL TO WS-GT-SALARY-TOTAL
003940     WRITE DEP-RECORD FROM WS-BLANK-LINE
003950     WRITE DEP-RECORD FROM WS-GRAND-TOTAL-LINE
