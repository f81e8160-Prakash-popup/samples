000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPCOMP.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPCOMP                                       *
000100*    FUNCTION : COMPA-RATIO AND PAY-POSITION REPORT.  READS    *
000110*               THE EMPEXTF EXTRACT FILE (SORTED BY DEPT_CODE  *
000120*               AND SALARY DESCENDING BY THE PRIOR JOB STEP)   *
000130*               AND, FOR EVERY ACTIVE EMPLOYEE, SHOWS SALARY   *
000140*               AS A PERCENT OF THE MIDPOINT OF THE            *
000150*               DEPARTMENT'S DEPTBAND BAND (THE GLOBAL         *
000160*               SALARY_LIMITS BAND WHEN IT HAS NO ROW) AND THE *
000170*               BAND QUARTILE IT FALLS IN.  FOLLOWED BY THE    *
000180*               QUARTILE DISTRIBUTION PER DEPARTMENT, THE      *
000190*               RED-CIRCLED (OVER THE BAND MAXIMUM) AND        *
000200*               GREEN-CIRCLED (UNDER THE MINIMUM) LISTS, AND   *
000210*               COMPA-RATIO BY TENURE BRACKET FROM HIRE_DATE.  *
000220*               ON-LEAVE AND TERMINATED EMPLOYEES ARE SKIPPED. *
000230*    CALLED BY: JOB EMPCOMPJ, STEP STEP020.                    *
000240*                                                              *
000250****************************************************************
000260*    MODIFICATION HISTORY
000270*    --------------------
000280*    10/15/2026  DLR  INITIAL VERSION.
000285*    10/15/2026  DLR  PART-TIMERS BANDED ON FTE SALARY.
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT EXTFILE  ASSIGN TO COMPIN
000340            ORGANIZATION IS SEQUENTIAL.
000350     SELECT CMPFILE  ASSIGN TO COMPOUT
000360            ORGANIZATION IS SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  EXTFILE
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430     COPY EMPEXTF.
000440
000450 FD  CMPFILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  CMP-RECORD                     PIC X(133).
000490
000500 WORKING-STORAGE SECTION.
000510****************************************************************
000520*    SWITCHES AND COUNTERS                                     *
000530****************************************************************
000540 01  WS-SWITCHES.
000550     05  WS-SW-EOF                  PIC X(01) VALUE 'N'.
000560         88  WS-EOF-EMPLOYEES           VALUE 'Y'.
000570     05  WS-SW-LIMITS-FOUND         PIC X(01) VALUE 'N'.
000580         88  WS-LIMITS-FOUND            VALUE 'Y'.
000590     05  WS-SW-BAND-FOUND           PIC X(01) VALUE 'N'.
000600         88  WS-BAND-FOUND              VALUE 'Y'.
000610     05  WS-SW-SECTION              PIC X(01) VALUE 'D'.
000620         88  WS-DETAIL-SECTION          VALUE 'D'.
000630         88  WS-QUARTILE-SECTION        VALUE 'Q'.
000640         88  WS-RED-SECTION             VALUE 'R'.
000650         88  WS-GREEN-SECTION           VALUE 'G'.
000660         88  WS-TENURE-SECTION          VALUE 'T'.
000670
000680 01  WS-COUNTERS.
000690     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000700                                         VALUE ZERO.
000710     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000720                                         VALUE ZERO.
000730     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000740     05  WS-RECORDS-READ            PIC 9(07) USAGE COMP
000750                                         VALUE ZERO.
000760     05  WS-NO-BAND-COUNT           PIC 9(07) USAGE COMP
000770                                         VALUE ZERO.
000780
000790 77  WS-SUB                         PIC S9(04) USAGE COMP
000800                                         VALUE ZERO.
000810 77  WS-QTR                         PIC S9(04) USAGE COMP
000820                                         VALUE ZERO.
000830 77  WS-BRACKET                     PIC S9(04) USAGE COMP
000840                                         VALUE ZERO.
000850
000860****************************************************************
000870*    RUN DATE, FOR TENURE                                      *
000880****************************************************************
000890 01  WS-RUN-DATE                    PIC X(10) VALUE SPACES.
000900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000910     05  WS-RUN-YYYY                PIC 9(04).
000920     05  FILLER                     PIC X(01).
000930     05  WS-RUN-MMDD.
000940         10  WS-RUN-MM              PIC 9(02).
000950         10  FILLER                 PIC X(01).
000960         10  WS-RUN-DD              PIC 9(02).
000970
000980 01  WS-HIRE-DATE                   PIC X(10) VALUE SPACES.
000990 01  WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
001000     05  WS-HIRE-YYYY               PIC 9(04).
001010     05  FILLER                     PIC X(01).
001020     05  WS-HIRE-MMDD.
001030         10  WS-HIRE-MM             PIC 9(02).
001040         10  FILLER                 PIC X(01).
001050         10  WS-HIRE-DD             PIC 9(02).
001060 01  WS-TENURE-YEARS                PIC S9(04) USAGE COMP
001070                                         VALUE ZERO.
001080
001090****************************************************************
001100*    CURRENT DEPARTMENT, ITS BAND AND ONE EMPLOYEE'S POSITION  *
001110****************************************************************
001120 01  WS-CUR-DEPT                    PIC X(03) VALUE LOW-VALUES.
001130 01  WS-CUR-DEPT-NAME               PIC X(20) VALUE SPACES.
001140 01  WS-BAND-MIN                    PIC S9(09) USAGE COMP
001150                                         VALUE ZERO.
001160 01  WS-BAND-MAX                    PIC S9(09) USAGE COMP
001170                                         VALUE ZERO.
001180 01  WS-BAND-MID                    PIC S9(09) USAGE COMP
001190                                         VALUE ZERO.
001200 01  WS-COMPA                       PIC S9(03)V9(01) USAGE COMP-3
001210                                         VALUE ZERO.
001220 01  WS-QTR-POS                     PIC S9(04) USAGE COMP
001230                                         VALUE ZERO.
001240 01  WS-OUT-OF-BAND                 PIC S9(09) USAGE COMP
001245                                         VALUE ZERO.
001246 01  WS-FTE-SALARY                  PIC S9(09) USAGE COMP
001250                                         VALUE ZERO.
001260 01  WS-EMP-NAME                    PIC X(31) VALUE SPACES.
001270
001280****************************************************************
001290*    PER-DEPARTMENT AND REPORT FIGURES.  QUARTILE SLOT 1 IS    *
001300*    UNDER THE BAND, 2-5 ARE Q1-Q4, 6 IS OVER THE BAND.        *
001310****************************************************************
001320 01  WS-DEPT-FIELDS.
001330     05  WS-DP-HEADCOUNT            PIC S9(09) USAGE COMP
001340                                         VALUE ZERO.
001350     05  WS-DP-COMPA-SUM            PIC S9(09)V9(01) USAGE COMP-3
001360                                         VALUE ZERO.
001370     05  WS-DP-QTR-COUNT            PIC S9(09) USAGE COMP
001380                                         OCCURS 6 TIMES.
001390 01  WS-REPORT-FIELDS.
001400     05  WS-RP-HEADCOUNT            PIC S9(09) USAGE COMP
001410                                         VALUE ZERO.
001420     05  WS-RP-COMPA-SUM            PIC S9(09)V9(01) USAGE COMP-3
001430                                         VALUE ZERO.
001440     05  WS-RP-QTR-COUNT            PIC S9(09) USAGE COMP
001450                                         OCCURS 6 TIMES.
001460 01  WS-AVG-COMPA                   PIC S9(03)V9(01) USAGE COMP-3
001470                                         VALUE ZERO.
001480
001490****************************************************************
001500*    QUARTILE DISTRIBUTION, ONE ENTRY PER DEPARTMENT PRINTED   *
001510****************************************************************
001520 01  WS-DIST-TABLE.
001530     05  WS-DS-ENTRY OCCURS 200 TIMES.
001540         10  WS-DS-DEPT             PIC X(03).
001550         10  WS-DS-DEPT-NAME        PIC X(20).
001560         10  WS-DS-HEADCOUNT        PIC S9(09) USAGE COMP.
001570         10  WS-DS-AVG-COMPA        PIC S9(03)V9(01) USAGE COMP-3.
001580         10  WS-DS-QTR-COUNT        PIC S9(09) USAGE COMP
001590                                         OCCURS 6 TIMES.
001600 77  WS-DS-MAX                      PIC S9(04) USAGE COMP
001610                                         VALUE 200.
001620 77  WS-DS-USED                     PIC S9(04) USAGE COMP
001630                                         VALUE ZERO.
001640 77  WS-DS-IDX                      PIC S9(04) USAGE COMP
001650                                         VALUE ZERO.
001660
001670****************************************************************
001680*    RED- AND GREEN-CIRCLED EMPLOYEES, HELD FOR THEIR LISTS    *
001690****************************************************************
001700 01  WS-RED-TABLE.
001710     05  WS-RD-ENTRY OCCURS 500 TIMES.
001720         10  WS-RD-DEPT             PIC X(03).
001730         10  WS-RD-EMP-ID           PIC 9(09).
001740         10  WS-RD-NAME             PIC X(31).
001750         10  WS-RD-SALARY           PIC S9(09) USAGE COMP.
001760         10  WS-RD-BAND-MIN         PIC S9(09) USAGE COMP.
001770         10  WS-RD-BAND-MAX         PIC S9(09) USAGE COMP.
001780         10  WS-RD-AMOUNT           PIC S9(09) USAGE COMP.
001790         10  WS-RD-COMPA            PIC S9(03)V9(01) USAGE COMP-3.
001800 77  WS-RD-USED                     PIC S9(04) USAGE COMP
001810                                         VALUE ZERO.
001820 77  WS-RD-COUNT                    PIC S9(09) USAGE COMP
001830                                         VALUE ZERO.
001840
001850 01  WS-GREEN-TABLE.
001860     05  WS-GR-ENTRY OCCURS 500 TIMES.
001870         10  WS-GR-DEPT             PIC X(03).
001880         10  WS-GR-EMP-ID           PIC 9(09).
001890         10  WS-GR-NAME             PIC X(31).
001900         10  WS-GR-SALARY           PIC S9(09) USAGE COMP.
001910         10  WS-GR-BAND-MIN         PIC S9(09) USAGE COMP.
001920         10  WS-GR-BAND-MAX         PIC S9(09) USAGE COMP.
001930         10  WS-GR-AMOUNT           PIC S9(09) USAGE COMP.
001940         10  WS-GR-COMPA            PIC S9(03)V9(01) USAGE COMP-3.
001950 77  WS-GR-USED                     PIC S9(04) USAGE COMP
001960                                         VALUE ZERO.
001970 77  WS-GR-COUNT                    PIC S9(09) USAGE COMP
001980                                         VALUE ZERO.
001990 77  WS-CIRCLE-MAX                  PIC S9(04) USAGE COMP
002000                                         VALUE 500.
002010
002020****************************************************************
002030*    TENURE BRACKETS: UNDER 1, 1-2, 3-4, 5-9, 10 AND OVER      *
002040*    YEARS OF SERVICE; SLOT 6 IS AN UNREADABLE HIRE_DATE       *
002050****************************************************************
002060 01  WS-BRACKET-NAMES.
002070     05  FILLER                     PIC X(20) VALUE
002080         'UNDER 1 YEAR        '.
002090     05  FILLER                     PIC X(20) VALUE
002100         '1 TO 2 YEARS        '.
002110     05  FILLER                     PIC X(20) VALUE
002120         '3 TO 4 YEARS        '.
002130     05  FILLER                     PIC X(20) VALUE
002140         '5 TO 9 YEARS        '.
002150     05  FILLER                     PIC X(20) VALUE
002160         '10 YEARS AND OVER   '.
002170     05  FILLER                     PIC X(20) VALUE
002180         'HIRE DATE UNKNOWN   '.
002190 01  WS-BRACKET-NAMES-R REDEFINES WS-BRACKET-NAMES.
002200     05  WS-BRACKET-NAME            PIC X(20) OCCURS 6 TIMES.
002210
002220 01  WS-TENURE-TABLE.
002230     05  WS-TN-ENTRY OCCURS 6 TIMES.
002240         10  WS-TN-HEADCOUNT        PIC S9(09) USAGE COMP.
002250         10  WS-TN-COMPA-SUM        PIC S9(09)V9(01) USAGE COMP-3.
002260         10  WS-TN-MIN-COMPA        PIC S9(03)V9(01) USAGE COMP-3.
002270         10  WS-TN-MAX-COMPA        PIC S9(03)V9(01) USAGE COMP-3.
002280         10  WS-TN-RED              PIC S9(09) USAGE COMP.
002290         10  WS-TN-GREEN            PIC S9(09) USAGE COMP.
002300
002310****************************************************************
002320*    PRINT LINE LAYOUTS                                        *
002330****************************************************************
002340 01  WS-HEADING-LINE-1.
002350     05  FILLER                     PIC X(01) VALUE '1'.
002360     05  FILLER                     PIC X(45) VALUE
002370         'EMP1 PAYROLL - COMPA-RATIO AND PAY POSITION  '.
002380     05  FILLER                     PIC X(05) VALUE SPACES.
002390     05  FILLER                     PIC X(05) VALUE 'PAGE '.
002400     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
002410     05  FILLER                     PIC X(73) VALUE SPACES.
002420
002430 01  WS-HEADING-LINE-2.
002440     05  FILLER                     PIC X(01) VALUE SPACE.
002450     05  WS-H2-TITLE                PIC X(60).
002460     05  FILLER                     PIC X(09) VALUE 'RUN DATE '.
002470     05  WS-H2-RUN-DATE             PIC X(10).
002480     05  FILLER                     PIC X(53) VALUE SPACES.
002490
002500 01  WS-DETAIL-HEADING.
002510     05  FILLER                     PIC X(01) VALUE SPACE.
002520     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
002530     05  FILLER                     PIC X(32) VALUE
002540         'NAME                            '.
002550     05  FILLER                     PIC X(12) VALUE
002560         'HIRE DATE   '.
002570     05  FILLER                     PIC X(12) VALUE
002580         '     SALARY '.
002590     05  FILLER                     PIC X(09) VALUE ' COMPA % '.
002600     05  FILLER                     PIC X(08) VALUE 'QUARTILE'.
002610     05  FILLER                     PIC X(48) VALUE SPACES.
002620
002630 01  WS-DEPT-BAND-LINE.
002640     05  FILLER                     PIC X(01) VALUE SPACE.
002650     05  FILLER                     PIC X(05) VALUE 'DEPT '.
002660     05  WS-DB-DEPT-CODE            PIC X(03).
002670     05  FILLER                     PIC X(01) VALUE SPACE.
002680     05  WS-DB-DEPT-NAME            PIC X(20).
002690     05  FILLER                     PIC X(07) VALUE ' BAND  '.
002700     05  WS-DB-BAND-MIN             PIC ZZZ,ZZZ,ZZ9.
002710     05  FILLER                     PIC X(03) VALUE ' - '.
002720     05  WS-DB-BAND-MAX             PIC ZZZ,ZZZ,ZZ9.
002730     05  FILLER                     PIC X(11) VALUE '  MIDPOINT '.
002740     05  WS-DB-BAND-MID             PIC ZZZ,ZZZ,ZZ9.
002750     05  FILLER                     PIC X(01) VALUE SPACE.
002760     05  WS-DB-BAND-SOURCE          PIC X(20).
002770     05  FILLER                     PIC X(28) VALUE SPACES.
002780
002790 01  WS-DETAIL-LINE.
002800     05  FILLER                     PIC X(01) VALUE SPACE.
002810     05  WS-DT-EMP-ID               PIC 9(09).
002820     05  FILLER                     PIC X(02) VALUE SPACES.
002830     05  WS-DT-NAME                 PIC X(31).
002840     05  FILLER                     PIC X(01) VALUE SPACE.
002850     05  WS-DT-HIRE-DATE            PIC X(10).
002860     05  FILLER                     PIC X(01) VALUE SPACE.
002870     05  WS-DT-SALARY               PIC ZZZ,ZZZ,ZZ9.
002880     05  FILLER                     PIC X(03) VALUE SPACES.
002890     05  WS-DT-COMPA                PIC ZZ9.9.
002900     05  FILLER                     PIC X(03) VALUE SPACES.
002910     05  WS-DT-QUARTILE             PIC X(08).
002920     05  FILLER                     PIC X(02) VALUE SPACES.
002930     05  WS-DT-FLAG                 PIC X(16).
002940     05  FILLER                     PIC X(30) VALUE SPACES.
002950
002960 01  WS-DEPT-TOTAL-LINE.
002970     05  FILLER                     PIC X(01) VALUE SPACE.
002980     05  FILLER                     PIC X(12) VALUE
002990         '  HEADCOUNT '.
003000     05  WS-DTL-HEADCOUNT           PIC ZZ,ZZ9.
003010     05  FILLER                     PIC X(20) VALUE
003020         '   AVERAGE COMPA %  '.
003030     05  WS-DTL-AVG-COMPA           PIC ZZ9.9.
003040     05  FILLER                     PIC X(89) VALUE SPACES.
003050
003060 01  WS-QUARTILE-HEADING.
003070     05  FILLER                     PIC X(01) VALUE SPACE.
003080     05  FILLER                     PIC X(26) VALUE
003090         'DEPT NAME                 '.
003100     05  FILLER                     PIC X(07) VALUE '  HEADS'.
003110     05  FILLER                     PIC X(48) VALUE
003120         '   UNDER      Q1      Q2      Q3      Q4    OVER'.
003130     05  FILLER                     PIC X(10) VALUE
003140         ' AVG COMPA'.
003150     05  FILLER                     PIC X(41) VALUE SPACES.
003160
003170 01  WS-QUARTILE-LINE.
003180     05  FILLER                     PIC X(01) VALUE SPACE.
003190     05  WS-QL-DEPT-CODE            PIC X(03).
003200     05  FILLER                     PIC X(02) VALUE SPACES.
003210     05  WS-QL-DEPT-NAME            PIC X(20).
003220     05  FILLER                     PIC X(01) VALUE SPACE.
003230     05  WS-QL-HEADCOUNT            PIC ZZ,ZZ9.
003240     05  WS-QL-COUNT-GROUP OCCURS 6 TIMES.
003250         10  FILLER                 PIC X(02).
003260         10  WS-QL-COUNT            PIC ZZ,ZZ9.
003270     05  FILLER                     PIC X(05) VALUE SPACES.
003280     05  WS-QL-AVG-COMPA            PIC ZZ9.9.
003290     05  FILLER                     PIC X(42) VALUE SPACES.
003300
003310 01  WS-CIRCLE-HEADING.
003320     05  FILLER                     PIC X(01) VALUE SPACE.
003330     05  FILLER                     PIC X(05) VALUE 'DEPT '.
003340     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
003350     05  FILLER                     PIC X(32) VALUE
003360         'NAME                            '.
003370     05  FILLER                     PIC X(12) VALUE
003380         ' FTE SALARY '.
003390     05  FILLER                     PIC X(24) VALUE
003400         '  BAND MIN    BAND MAX '.
003410     05  FILLER                     PIC X(12) VALUE
003420         '  OVER/UNDER'.
003430     05  FILLER                     PIC X(09) VALUE ' COMPA % '.
003440     05  FILLER                     PIC X(27) VALUE SPACES.
003450
003460 01  WS-CIRCLE-LINE.
003470     05  FILLER                     PIC X(01) VALUE SPACE.
003480     05  WS-CL-DEPT-CODE            PIC X(03).
003490     05  FILLER                     PIC X(02) VALUE SPACES.
003500     05  WS-CL-EMP-ID               PIC 9(09).
003510     05  FILLER                     PIC X(02) VALUE SPACES.
003520     05  WS-CL-NAME                 PIC X(31).
003530     05  FILLER                     PIC X(01) VALUE SPACE.
003540     05  WS-CL-SALARY               PIC ZZZ,ZZZ,ZZ9.
003550     05  FILLER                     PIC X(01) VALUE SPACE.
003560     05  WS-CL-BAND-MIN             PIC ZZZ,ZZZ,ZZ9.
003570     05  FILLER                     PIC X(01) VALUE SPACE.
003580     05  WS-CL-BAND-MAX             PIC ZZZ,ZZZ,ZZ9.
003590     05  FILLER                     PIC X(01) VALUE SPACE.
003600     05  WS-CL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.
003610     05  FILLER                     PIC X(03) VALUE SPACES.
003620     05  WS-CL-COMPA                PIC ZZ9.9.
003630     05  FILLER                     PIC X(29) VALUE SPACES.
003640
003650 01  WS-TENURE-HEADING.
003660     05  FILLER                     PIC X(01) VALUE SPACE.
003670     05  FILLER                     PIC X(22) VALUE
003680         'TENURE BRACKET        '.
003690     05  FILLER                     PIC X(07) VALUE '  HEADS'.
003700     05  FILLER                     PIC X(30) VALUE
003710         ' AVG COMPA MIN COMPA MAX COMPA'.
003720     05  FILLER                     PIC X(16) VALUE
003730         '   RED   GREEN  '.
003740     05  FILLER                     PIC X(57) VALUE SPACES.
003750
003760 01  WS-TENURE-LINE.
003770     05  FILLER                     PIC X(01) VALUE SPACE.
003780     05  WS-TL-BRACKET              PIC X(20).
003790     05  FILLER                     PIC X(02) VALUE SPACES.
003800     05  WS-TL-HEADCOUNT            PIC ZZ,ZZ9.
003810     05  FILLER                     PIC X(05) VALUE SPACES.
003820     05  WS-TL-AVG-COMPA            PIC ZZ9.9.
003830     05  FILLER                     PIC X(05) VALUE SPACES.
003840     05  WS-TL-MIN-COMPA            PIC ZZ9.9.
003850     05  FILLER                     PIC X(05) VALUE SPACES.
003860     05  WS-TL-MAX-COMPA            PIC ZZ9.9.
003870     05  FILLER                     PIC X(01) VALUE SPACE.
003880     05  WS-TL-RED                  PIC ZZ,ZZ9.
003890     05  FILLER                     PIC X(02) VALUE SPACES.
003900     05  WS-TL-GREEN                PIC ZZ,ZZ9.
003910     05  FILLER                     PIC X(59) VALUE SPACES.
003920
003930 01  WS-MESSAGE-LINE.
003940     05  FILLER                     PIC X(01) VALUE SPACE.
003950     05  WS-ML-TEXT                 PIC X(60).
003960     05  WS-ML-COUNT                PIC ZZZ,ZZ9.
003970     05  FILLER                     PIC X(65) VALUE SPACES.
003980
003990 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
004000
004010     EXEC SQL
004020       INCLUDE SQLCA
004030     END-EXEC.
004040
004050     EXEC SQL
004060       INCLUDE DEPARTMENT
004070     END-EXEC.
004080
004090     EXEC SQL
004100       INCLUDE SALLIMIT
004110     END-EXEC.
004120
004130     EXEC SQL
004140       INCLUDE DEPTBAND
004150     END-EXEC.
004160
004170     EXEC SQL
004180       INCLUDE RUNLOG
004190     END-EXEC.
004200
004210 PROCEDURE DIVISION.
004220
004230 0000-MAINLINE.
004240     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
004250     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
004260     PERFORM 2000-PROCESS-EMP     THRU 2000-EXIT
004270         UNTIL WS-EOF-EMPLOYEES
004280     PERFORM 2900-LAST-BREAK      THRU 2900-EXIT
004290     PERFORM 3000-PRINT-QUARTILES THRU 3000-EXIT
004300     PERFORM 4000-PRINT-RED       THRU 4000-EXIT
004310     PERFORM 4500-PRINT-GREEN     THRU 4500-EXIT
004320     PERFORM 5000-PRINT-TENURE    THRU 5000-EXIT
004330     PERFORM 8000-TERMINATE       THRU 8000-EXIT
004340     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
004350     GO TO 9999-EXIT.
004360
004370****************************************************************
004380*    1000-INITIALIZE - OPEN FILES, RUN DATE, GLOBAL FALLBACK    *
004390*    BAND, CLEAR THE TABLES AND PRIME THE FIRST READ            *
004400****************************************************************
004410 1000-INITIALIZE.
004420     OPEN INPUT  EXTFILE
004430     OPEN OUTPUT CMPFILE
004440
004450     EXEC SQL
004460       SELECT CHAR(CURRENT DATE, ISO)
004470         INTO :WS-RUN-DATE
004480         FROM SYSIBM.SYSDUMMY1
004490     END-EXEC
004500
004510     MOVE '1' TO LIMIT-ID
004520     EXEC SQL
004530       SELECT MIN_SALARY, MAX_SALARY
004540         INTO :MIN-SALARY, :MAX-SALARY
004550         FROM SALARY_LIMITS
004560        WHERE LIMIT_ID = :LIMIT-ID
004570     END-EXEC
004580
004590     IF SQLCODE = 0
004600        SET WS-LIMITS-FOUND TO TRUE
004610     END-IF
004620
004630     PERFORM 1100-CLEAR-QUARTILES THRU 1100-EXIT
004640         VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 6
004650     PERFORM 1200-CLEAR-BRACKET THRU 1200-EXIT
004660         VARYING WS-BRACKET FROM 1 BY 1 UNTIL WS-BRACKET > 6
004670
004680     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
004690 1000-EXIT.
004700     EXIT.
004710
004720****************************************************************
004730*    1100-CLEAR-QUARTILES - ZERO ONE REPORT QUARTILE SLOT       *
004740****************************************************************
004750 1100-CLEAR-QUARTILES.
004760     MOVE ZERO TO WS-RP-QTR-COUNT (WS-QTR).
004770 1100-EXIT.
004780     EXIT.
004790
004800****************************************************************
004810*    1200-CLEAR-BRACKET - ZERO ONE TENURE BRACKET               *
004820****************************************************************
004830 1200-CLEAR-BRACKET.
004840     MOVE ZERO  TO WS-TN-HEADCOUNT (WS-BRACKET)
004850                   WS-TN-COMPA-SUM (WS-BRACKET)
004860                   WS-TN-MAX-COMPA (WS-BRACKET)
004870                   WS-TN-RED (WS-BRACKET)
004880                   WS-TN-GREEN (WS-BRACKET)
004890     MOVE 999.9 TO WS-TN-MIN-COMPA (WS-BRACKET).
004900 1200-EXIT.
004910     EXIT.
004920
004930****************************************************************
004940*    2000-PROCESS-EMP - ONE ACTIVE EMPLOYEE: BREAK ON DEPT_CODE,*
004950*    POSITION IN THE BAND, DETAIL LINE, CIRCLE LISTS, TENURE    *
004960****************************************************************
004970 2000-PROCESS-EMP.
004980     IF EXF-DEPT-CODE NOT = WS-CUR-DEPT
004990        PERFORM 2400-DEPT-BREAK THRU 2400-EXIT
005000     END-IF
005010
005020     IF NOT WS-BAND-FOUND
005030        ADD 1 TO WS-NO-BAND-COUNT
005040        PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
005050        GO TO 2000-EXIT
005060     END-IF
005070
005080     MOVE SPACES TO WS-EMP-NAME
005090     STRING EXF-LAST-NAME  DELIMITED BY '  '
005100            ', '           DELIMITED BY SIZE
005110            EXF-FIRST-NAME DELIMITED BY '  '
005120         INTO WS-EMP-NAME
005130     END-STRING
005140
005150     PERFORM 2200-POSITION-IN-BAND THRU 2200-EXIT
005160     PERFORM 2300-PRINT-EMP        THRU 2300-EXIT
005170     PERFORM 2600-ADD-TENURE       THRU 2600-EXIT
005180
005190     IF WS-QTR = 6
005200        PERFORM 2700-ADD-RED THRU 2700-EXIT
005210     END-IF
005220     IF WS-QTR = 1
005230        PERFORM 2750-ADD-GREEN THRU 2750-EXIT
005240     END-IF
005250
005260     ADD 1        TO WS-DP-HEADCOUNT
005270     ADD WS-COMPA TO WS-DP-COMPA-SUM
005280     ADD 1        TO WS-DP-QTR-COUNT (WS-QTR)
005290
005300     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
005310 2000-EXIT.
005320     EXIT.
005330
005340****************************************************************
005350*    2100-READ-EMPLOYEE - NEXT ACTIVE EMPLOYEE ON THE EXTRACT   *
005360*    (ON LEAVE AND TERMINATED SKIPPED), EOF ON END              *
005370****************************************************************
005380 2100-READ-EMPLOYEE.
005390     READ EXTFILE
005400         AT END MOVE 'Y' TO WS-SW-EOF
005410     END-READ
005420
005430     IF WS-EOF-EMPLOYEES
005440        GO TO 2100-EXIT
005450     END-IF
005460
005470     ADD 1 TO WS-RECORDS-READ
005480     IF EXF-EMP-STATUS NOT = 'A'
005490        GO TO 2100-READ-EMPLOYEE
005500     END-IF.
005510 2100-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550*    2200-POSITION-IN-BAND - COMPA-RATIO (SALARY AS A PERCENT   *
005560*    OF THE BAND MIDPOINT) AND QUARTILE SLOT: 1 UNDER THE BAND, *
005565*    2-5 FOR Q1-Q4 OF THE MIN-MAX RANGE, 6 OVER THE BAND.       *
005570*    A PART-TIMER IS PLACED ON THE FULL-TIME-EQUIVALENT SALARY. *
005580****************************************************************
005581 2200-POSITION-IN-BAND.
005585     IF EXF-FTE-PCT > ZERO AND EXF-FTE-PCT < 100
005590        COMPUTE WS-FTE-SALARY ROUNDED =
005595                EXF-SALARY * 100 / EXF-FTE-PCT
005600     ELSE
005601        MOVE EXF-SALARY TO WS-FTE-SALARY
005605     END-IF
005610
005620     IF WS-BAND-MID > ZERO
005621        COMPUTE WS-COMPA ROUNDED =
005625            WS-FTE-SALARY * 100 / WS-BAND-MID
005630            ON SIZE ERROR MOVE 999.9 TO WS-COMPA
005640        END-COMPUTE
005650     ELSE
005660        MOVE ZERO TO WS-COMPA
005670     END-IF
005680
005690     EVALUATE TRUE
005700       WHEN WS-FTE-SALARY < WS-BAND-MIN
005710         MOVE 1 TO WS-QTR
005720         COMPUTE WS-OUT-OF-BAND = WS-BAND-MIN - WS-FTE-SALARY
005730       WHEN WS-FTE-SALARY > WS-BAND-MAX
005740         MOVE 6 TO WS-QTR
005750         COMPUTE WS-OUT-OF-BAND = WS-FTE-SALARY - WS-BAND-MAX
005760       WHEN WS-BAND-MAX = WS-BAND-MIN
005770         MOVE 5 TO WS-QTR
005780       WHEN OTHER
005790         COMPUTE WS-QTR-POS =
005800             (WS-FTE-SALARY - WS-BAND-MIN) * 4
005810           / (WS-BAND-MAX - WS-BAND-MIN)
005820         IF WS-QTR-POS > 3
005830            MOVE 3 TO WS-QTR-POS
005840         END-IF
005850         COMPUTE WS-QTR = WS-QTR-POS + 2
005860     END-EVALUATE.
005870 2200-EXIT.
005880     EXIT.
005890
005900****************************************************************
005910*    2300-PRINT-EMP - ONE EMPLOYEE'S DETAIL LINE                *
005920****************************************************************
005930 2300-PRINT-EMP.
005940     ADD 1 TO WS-LINE-COUNT
005950     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
005960        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
005970        PERFORM 2450-PRINT-DEPT-BAND THRU 2450-EXIT
005980        ADD 1 TO WS-LINE-COUNT
005990     END-IF
006000
006010     MOVE SPACES          TO WS-DETAIL-LINE
006020     MOVE EXF-EMP-ID      TO WS-DT-EMP-ID
006030     MOVE WS-EMP-NAME     TO WS-DT-NAME
006040     MOVE EXF-HIRE-DATE   TO WS-DT-HIRE-DATE
006050     MOVE EXF-SALARY      TO WS-DT-SALARY
006060     MOVE WS-COMPA        TO WS-DT-COMPA
006070
006080     EVALUATE WS-QTR
006090       WHEN 1
006100         MOVE 'UNDER'          TO WS-DT-QUARTILE
006110         MOVE '*GREEN-CIRCLED*' TO WS-DT-FLAG
006120       WHEN 2
006130         MOVE 'Q1'             TO WS-DT-QUARTILE
006140       WHEN 3
006150         MOVE 'Q2'             TO WS-DT-QUARTILE
006160       WHEN 4
006170         MOVE 'Q3'             TO WS-DT-QUARTILE
006180       WHEN 5
006190         MOVE 'Q4'             TO WS-DT-QUARTILE
006200       WHEN 6
006210         MOVE 'OVER'           TO WS-DT-QUARTILE
006220         MOVE '*RED-CIRCLED*'  TO WS-DT-FLAG
006230     END-EVALUATE
006240
006250     WRITE CMP-RECORD FROM WS-DETAIL-LINE.
006260 2300-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300*    2400-DEPT-BREAK - CLOSE THE DEPARTMENT JUST ENDED, LOOK UP *
006310*    THE NEW ONE'S BAND AND START IT ON A NEW PAGE              *
006320****************************************************************
006330 2400-DEPT-BREAK.
006340     IF WS-CUR-DEPT NOT = LOW-VALUES
006350        PERFORM 2500-END-DEPT THRU 2500-EXIT
006360     END-IF
006370
006380     MOVE EXF-DEPT-CODE TO WS-CUR-DEPT
006390     MOVE EXF-DEPT-NAME TO WS-CUR-DEPT-NAME
006400     MOVE ZERO          TO WS-DP-HEADCOUNT
006410     MOVE ZERO          TO WS-DP-COMPA-SUM
006420     PERFORM 2410-CLEAR-DEPT-QTR THRU 2410-EXIT
006430         VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 6
006440
006450     PERFORM 2250-GET-BAND THRU 2250-EXIT
006460
006470     PERFORM 2800-PAGE-BREAK      THRU 2800-EXIT
006480     PERFORM 2450-PRINT-DEPT-BAND THRU 2450-EXIT.
006490 2400-EXIT.
006500     EXIT.
006510
006520****************************************************************
006530*    2410-CLEAR-DEPT-QTR - ZERO ONE DEPARTMENT QUARTILE SLOT    *
006540****************************************************************
006550 2410-CLEAR-DEPT-QTR.
006560     MOVE ZERO TO WS-DP-QTR-COUNT (WS-QTR).
006570 2410-EXIT.
006580     EXIT.
006590
006600****************************************************************
006610*    2450-PRINT-DEPT-BAND - DEPARTMENT AND BAND LINE AT THE TOP *
006620*    OF EACH DEPARTMENT'S PAGE                                  *
006630****************************************************************
006640 2450-PRINT-DEPT-BAND.
006650     MOVE WS-CUR-DEPT      TO WS-DB-DEPT-CODE
006660     MOVE WS-CUR-DEPT-NAME TO WS-DB-DEPT-NAME
006670     IF WS-BAND-FOUND
006680        MOVE WS-BAND-MIN   TO WS-DB-BAND-MIN
006690        MOVE WS-BAND-MAX   TO WS-DB-BAND-MAX
006700        MOVE WS-BAND-MID   TO WS-DB-BAND-MID
006710     ELSE
006720        MOVE ZERO          TO WS-DB-BAND-MIN
006730                              WS-DB-BAND-MAX
006740                              WS-DB-BAND-MID
006750        MOVE '*BAND UNKNOWN*'      TO WS-DB-BAND-SOURCE
006760     END-IF
006770
006780     WRITE CMP-RECORD FROM WS-DEPT-BAND-LINE
006790     WRITE CMP-RECORD FROM WS-BLANK-LINE
006800     ADD 2 TO WS-LINE-COUNT.
006810 2450-EXIT.
006820     EXIT.
006830
006840****************************************************************
006850*    2250-GET-BAND - THE DEPTBAND ROW FOR THE NEW DEPARTMENT,   *
006860*    OR THE GLOBAL SALARY_LIMITS BAND WHEN IT HAS NO ROW OF ITS *
006870*    OWN                                                       *
006880****************************************************************
006890 2250-GET-BAND.
006900     MOVE 'N' TO WS-SW-BAND-FOUND
006910     MOVE WS-CUR-DEPT TO DEPT-CD
006920
006930     EXEC SQL
006940       SELECT MIN_SALARY, MAX_SALARY
006950         INTO :WS-BAND-MIN, :WS-BAND-MAX
006960         FROM DEPTBAND
006970        WHERE DEPT_CODE = :DEPT-CD
006980     END-EXEC
006990
007000     IF SQLCODE = 0
007010        SET WS-BAND-FOUND TO TRUE
007020        MOVE 'DEPARTMENT BAND'      TO WS-DB-BAND-SOURCE
007030     ELSE
007040        IF WS-LIMITS-FOUND
007050           MOVE MIN-SALARY TO WS-BAND-MIN
007060           MOVE MAX-SALARY TO WS-BAND-MAX
007070           SET WS-BAND-FOUND TO TRUE
007080           MOVE 'GLOBAL BAND'       TO WS-DB-BAND-SOURCE
007090        END-IF
007100     END-IF
007110
007120     IF WS-BAND-FOUND
007130        COMPUTE WS-BAND-MID = (WS-BAND-MIN + WS-BAND-MAX) / 2
007140     ELSE
007150        MOVE ZERO TO WS-BAND-MID
007160     END-IF.
007170 2250-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210*    2500-END-DEPT - DEPARTMENT TOTAL LINE, ROLL THE FIGURES    *
007220*    INTO THE REPORT TOTALS AND KEEP THE QUARTILE SPREAD FOR    *
007230*    THE DISTRIBUTION SECTION                                  *
007240****************************************************************
007250 2500-END-DEPT.
007260     IF WS-DP-HEADCOUNT > ZERO
007270        COMPUTE WS-AVG-COMPA ROUNDED =
007280            WS-DP-COMPA-SUM / WS-DP-HEADCOUNT
007290     ELSE
007300        MOVE ZERO TO WS-AVG-COMPA
007310     END-IF
007320
007330     MOVE WS-DP-HEADCOUNT TO WS-DTL-HEADCOUNT
007340     MOVE WS-AVG-COMPA    TO WS-DTL-AVG-COMPA
007350     WRITE CMP-RECORD FROM WS-BLANK-LINE
007360     WRITE CMP-RECORD FROM WS-DEPT-TOTAL-LINE
007370
007380     ADD WS-DP-HEADCOUNT TO WS-RP-HEADCOUNT
007390     ADD WS-DP-COMPA-SUM TO WS-RP-COMPA-SUM
007400
007410     IF WS-DS-USED >= WS-DS-MAX
007420        DISPLAY 'EMPCOMP - DEPARTMENT TABLE FULL, '
007430                WS-CUR-DEPT ' LEFT OFF THE DISTRIBUTION'
007440        MOVE ZERO TO WS-DS-IDX
007450        PERFORM 2510-ADD-REPORT-QTR THRU 2510-EXIT
007460            VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 6
007470        GO TO 2500-EXIT
007480     END-IF
007490
007500     ADD 1 TO WS-DS-USED
007510     MOVE WS-DS-USED       TO WS-DS-IDX
007520     MOVE WS-CUR-DEPT      TO WS-DS-DEPT (WS-DS-IDX)
007530     MOVE WS-CUR-DEPT-NAME TO WS-DS-DEPT-NAME (WS-DS-IDX)
007540     MOVE WS-DP-HEADCOUNT  TO WS-DS-HEADCOUNT (WS-DS-IDX)
007550     MOVE WS-AVG-COMPA     TO WS-DS-AVG-COMPA (WS-DS-IDX)
007560     PERFORM 2510-ADD-REPORT-QTR THRU 2510-EXIT
007570         VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 6.
007580 2500-EXIT.
007590     EXIT.
007600
007610****************************************************************
007620*    2510-ADD-REPORT-QTR - ONE QUARTILE SLOT INTO THE REPORT    *
007630*    TOTAL AND THE DEPARTMENT'S DISTRIBUTION ENTRY              *
007640****************************************************************
007650 2510-ADD-REPORT-QTR.
007660     ADD WS-DP-QTR-COUNT (WS-QTR) TO WS-RP-QTR-COUNT (WS-QTR)
007670     IF WS-DS-IDX > ZERO
007680        MOVE WS-DP-QTR-COUNT (WS-QTR)
007690          TO WS-DS-QTR-COUNT (WS-DS-IDX, WS-QTR)
007700     END-IF.
007710 2510-EXIT.
007720     EXIT.
007730
007740****************************************************************
007750*    2600-ADD-TENURE - THE EMPLOYEE'S COMPA-RATIO INTO THE      *
007760*    BRACKET FOR WHOLE YEARS OF SERVICE SINCE HIRE_DATE         *
007770****************************************************************
007780 2600-ADD-TENURE.
007790     MOVE EXF-HIRE-DATE TO WS-HIRE-DATE
007800
007810     IF WS-HIRE-YYYY IS NOT NUMERIC
007820        OR WS-HIRE-MM IS NOT NUMERIC
007830        OR WS-HIRE-DD IS NOT NUMERIC
007840        MOVE 6 TO WS-BRACKET
007850     ELSE
007860        COMPUTE WS-TENURE-YEARS = WS-RUN-YYYY - WS-HIRE-YYYY
007870        IF WS-HIRE-MMDD > WS-RUN-MMDD
007880           SUBTRACT 1 FROM WS-TENURE-YEARS
007890        END-IF
007900        EVALUATE TRUE
007910          WHEN WS-TENURE-YEARS < 1
007920            MOVE 1 TO WS-BRACKET
007930          WHEN WS-TENURE-YEARS < 3
007940            MOVE 2 TO WS-BRACKET
007950          WHEN WS-TENURE-YEARS < 5
007960            MOVE 3 TO WS-BRACKET
007970          WHEN WS-TENURE-YEARS < 10
007980            MOVE 4 TO WS-BRACKET
007990          WHEN OTHER
008000            MOVE 5 TO WS-BRACKET
008010        END-EVALUATE
008020     END-IF
008030
008040     ADD 1        TO WS-TN-HEADCOUNT (WS-BRACKET)
008050     ADD WS-COMPA TO WS-TN-COMPA-SUM (WS-BRACKET)
008060     IF WS-COMPA < WS-TN-MIN-COMPA (WS-BRACKET)
008070        MOVE WS-COMPA TO WS-TN-MIN-COMPA (WS-BRACKET)
008080     END-IF
008090     IF WS-COMPA > WS-TN-MAX-COMPA (WS-BRACKET)
008100        MOVE WS-COMPA TO WS-TN-MAX-COMPA (WS-BRACKET)
008110     END-IF
008120     IF WS-QTR = 6
008130        ADD 1 TO WS-TN-RED (WS-BRACKET)
008140     END-IF
008150     IF WS-QTR = 1
008160        ADD 1 TO WS-TN-GREEN (WS-BRACKET)
008170     END-IF.
008180 2600-EXIT.
008190     EXIT.
008200
008210****************************************************************
008220*    2700-ADD-RED - HOLD AN EMPLOYEE OVER THE BAND MAXIMUM FOR  *
008230*    THE RED-CIRCLED LIST                                      *
008240****************************************************************
008250 2700-ADD-RED.
008260     ADD 1 TO WS-RD-COUNT
008270     IF WS-RD-USED >= WS-CIRCLE-MAX
008280        GO TO 2700-EXIT
008290     END-IF
008300
008310     ADD 1 TO WS-RD-USED
008320     MOVE WS-CUR-DEPT    TO WS-RD-DEPT (WS-RD-USED)
008330     MOVE EXF-EMP-ID     TO WS-RD-EMP-ID (WS-RD-USED)
008340     MOVE WS-EMP-NAME    TO WS-RD-NAME (WS-RD-USED)
008350     MOVE WS-FTE-SALARY  TO WS-RD-SALARY (WS-RD-USED)
008360     MOVE WS-BAND-MIN    TO WS-RD-BAND-MIN (WS-RD-USED)
008370     MOVE WS-BAND-MAX    TO WS-RD-BAND-MAX (WS-RD-USED)
008380     MOVE WS-OUT-OF-BAND TO WS-RD-AMOUNT (WS-RD-USED)
008390     MOVE WS-COMPA       TO WS-RD-COMPA (WS-RD-USED).
008400 2700-EXIT.
008410     EXIT.
008420
008430****************************************************************
008440*    2750-ADD-GREEN - HOLD AN EMPLOYEE UNDER THE BAND MINIMUM   *
008450*    FOR THE GREEN-CIRCLED LIST                                *
008460****************************************************************
008470 2750-ADD-GREEN.
008480     ADD 1 TO WS-GR-COUNT
008490     IF WS-GR-USED >= WS-CIRCLE-MAX
008500        GO TO 2750-EXIT
008510     END-IF
008520
008530     ADD 1 TO WS-GR-USED
008540     MOVE WS-CUR-DEPT    TO WS-GR-DEPT (WS-GR-USED)
008550     MOVE EXF-EMP-ID     TO WS-GR-EMP-ID (WS-GR-USED)
008560     MOVE WS-EMP-NAME    TO WS-GR-NAME (WS-GR-USED)
008570     MOVE WS-FTE-SALARY  TO WS-GR-SALARY (WS-GR-USED)
008580     MOVE WS-BAND-MIN    TO WS-GR-BAND-MIN (WS-GR-USED)
008590     MOVE WS-BAND-MAX    TO WS-GR-BAND-MAX (WS-GR-USED)
008600     MOVE WS-OUT-OF-BAND TO WS-GR-AMOUNT (WS-GR-USED)
008610     MOVE WS-COMPA       TO WS-GR-COMPA (WS-GR-USED).
008620 2750-EXIT.
008630     EXIT.
008640
008650****************************************************************
008660*    2800-PAGE-BREAK - NEW PAGE WITH THE CURRENT SECTION'S      *
008670*    TITLE AND COLUMN HEADING                                  *
008680****************************************************************
008690 2800-PAGE-BREAK.
008700     ADD 1 TO WS-PAGE-NUMBER
008710     MOVE ZERO TO WS-LINE-COUNT
008720
008730     EVALUATE TRUE
008740       WHEN WS-DETAIL-SECTION
008750         MOVE 'COMPA-RATIO BY DEPARTMENT - ACTIVE EMPLOYEES'
008760           TO WS-H2-TITLE
008770       WHEN WS-QUARTILE-SECTION
008780         MOVE 'BAND-QUARTILE DISTRIBUTION BY DEPARTMENT'
008790           TO WS-H2-TITLE
008800       WHEN WS-RED-SECTION
008810         MOVE 'RED-CIRCLED - SALARY OVER THE BAND MAXIMUM'
008820           TO WS-H2-TITLE
008830       WHEN WS-GREEN-SECTION
008840         MOVE 'GREEN-CIRCLED - SALARY UNDER THE BAND MINIMUM'
008850           TO WS-H2-TITLE
008860       WHEN WS-TENURE-SECTION
008870         MOVE 'COMPA-RATIO BY TENURE BRACKET (YEARS SINCE HIRE)'
008880           TO WS-H2-TITLE
008890     END-EVALUATE
008900
008910     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
008920     MOVE WS-RUN-DATE    TO WS-H2-RUN-DATE
008930     WRITE CMP-RECORD FROM WS-HEADING-LINE-1
008940         AFTER ADVANCING PAGE
008950     WRITE CMP-RECORD FROM WS-HEADING-LINE-2
008960     WRITE CMP-RECORD FROM WS-BLANK-LINE
008970
008980     EVALUATE TRUE
008990       WHEN WS-DETAIL-SECTION
009000         WRITE CMP-RECORD FROM WS-DETAIL-HEADING
009010       WHEN WS-QUARTILE-SECTION
009020         WRITE CMP-RECORD FROM WS-QUARTILE-HEADING
009030       WHEN WS-RED-SECTION
009040         WRITE CMP-RECORD FROM WS-CIRCLE-HEADING
009050       WHEN WS-GREEN-SECTION
009060         WRITE CMP-RECORD FROM WS-CIRCLE-HEADING
009070       WHEN WS-TENURE-SECTION
009080         WRITE CMP-RECORD FROM WS-TENURE-HEADING
009090     END-EVALUATE
009100     WRITE CMP-RECORD FROM WS-BLANK-LINE.
009110 2800-EXIT.
009120     EXIT.
009130
009140****************************************************************
009150*    2900-LAST-BREAK - CLOSE OUT THE FINAL DEPARTMENT           *
009160****************************************************************
009170 2900-LAST-BREAK.
009180     IF WS-CUR-DEPT NOT = LOW-VALUES
009190        PERFORM 2500-END-DEPT THRU 2500-EXIT
009200     ELSE
009210        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
009220        MOVE 'NO ACTIVE EMPLOYEES ON THE EXTRACT.' TO WS-ML-TEXT
009230        MOVE ZERO TO WS-ML-COUNT
009240        WRITE CMP-RECORD FROM WS-MESSAGE-LINE
009250     END-IF.
009260 2900-EXIT.
009270     EXIT.
009280
009290****************************************************************
009300*    3000-PRINT-QUARTILES - ONE LINE PER DEPARTMENT WITH ITS    *
009310*    HEADCOUNT IN EACH BAND QUARTILE, THEN THE REPORT TOTAL     *
009320****************************************************************
009330 3000-PRINT-QUARTILES.
009340     SET WS-QUARTILE-SECTION TO TRUE
009350     PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
009360
009370     PERFORM 3100-PRINT-DIST-LINE THRU 3100-EXIT
009380         VARYING WS-DS-IDX FROM 1 BY 1
009390         UNTIL WS-DS-IDX > WS-DS-USED
009400
009410     IF WS-RP-HEADCOUNT > ZERO
009420        COMPUTE WS-AVG-COMPA ROUNDED =
009430            WS-RP-COMPA-SUM / WS-RP-HEADCOUNT
009440     ELSE
009450        MOVE ZERO TO WS-AVG-COMPA
009460     END-IF
009470
009480     MOVE SPACES           TO WS-QUARTILE-LINE
009490     MOVE 'ALL'            TO WS-QL-DEPT-CODE
009500     MOVE 'REPORT TOTAL'   TO WS-QL-DEPT-NAME
009510     MOVE WS-RP-HEADCOUNT  TO WS-QL-HEADCOUNT
009520     MOVE WS-AVG-COMPA     TO WS-QL-AVG-COMPA
009530     PERFORM 3200-MOVE-REPORT-QTR THRU 3200-EXIT
009540         VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 6
009550     WRITE CMP-RECORD FROM WS-BLANK-LINE
009560     WRITE CMP-RECORD FROM WS-QUARTILE-LINE
009570
009580     IF WS-NO-BAND-COUNT > ZERO
009590        WRITE CMP-RECORD FROM WS-BLANK-LINE
009600        MOVE 'ACTIVE EMPLOYEES SKIPPED - NO BAND FOR THEIR DEPT :'
009610          TO WS-ML-TEXT
009620        MOVE WS-NO-BAND-COUNT TO WS-ML-COUNT
009630        WRITE CMP-RECORD FROM WS-MESSAGE-LINE
009640     END-IF.
009650 3000-EXIT.
009660     EXIT.
009670
009680****************************************************************
009690*    3100-PRINT-DIST-LINE - ONE DEPARTMENT'S DISTRIBUTION LINE  *
009700****************************************************************
009710 3100-PRINT-DIST-LINE.
009720     ADD 1 TO WS-LINE-COUNT
009730     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
009740        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
009750        ADD 1 TO WS-LINE-COUNT
009760     END-IF
009770
009780     MOVE SPACES                       TO WS-QUARTILE-LINE
009790     MOVE WS-DS-DEPT (WS-DS-IDX)       TO WS-QL-DEPT-CODE
009800     MOVE WS-DS-DEPT-NAME (WS-DS-IDX)  TO WS-QL-DEPT-NAME
009810     MOVE WS-DS-HEADCOUNT (WS-DS-IDX)  TO WS-QL-HEADCOUNT
009820     MOVE WS-DS-AVG-COMPA (WS-DS-IDX)  TO WS-QL-AVG-COMPA
009830     PERFORM 3110-MOVE-DEPT-QTR THRU 3110-EXIT
009840         VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 6
009850
009860     WRITE CMP-RECORD FROM WS-QUARTILE-LINE.
009870 3100-EXIT.
009880     EXIT.
009890
009900****************************************************************
009910*    3110-MOVE-DEPT-QTR - ONE QUARTILE COUNT TO THE PRINT LINE  *
009920****************************************************************
009930 3110-MOVE-DEPT-QTR.
009940     MOVE WS-DS-QTR-COUNT (WS-DS-IDX, WS-QTR)
009950       TO WS-QL-COUNT (WS-QTR).
009960 3110-EXIT.
009970     EXIT.
009980
009990****************************************************************
010000*    3200-MOVE-REPORT-QTR - ONE REPORT-TOTAL QUARTILE COUNT TO  *
010010*    THE PRINT LINE                                            *
010020****************************************************************
010030 3200-MOVE-REPORT-QTR.
010040     MOVE WS-RP-QTR-COUNT (WS-QTR) TO WS-QL-COUNT (WS-QTR).
010050 3200-EXIT.
010060     EXIT.
010070
010080****************************************************************
010090*    4000-PRINT-RED - EVERY ACTIVE EMPLOYEE OVER THE BAND       *
010100*    MAXIMUM, WITH THE AMOUNT OVER                              *
010110****************************************************************
010120 4000-PRINT-RED.
010130     SET WS-RED-SECTION TO TRUE
010140     PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
010150
010160     PERFORM 4100-PRINT-RED-LINE THRU 4100-EXIT
010170         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-RD-USED
010180
010190     WRITE CMP-RECORD FROM WS-BLANK-LINE
010200     MOVE 'EMPLOYEES RED-CIRCLED                             :'
010210       TO WS-ML-TEXT
010220     MOVE WS-RD-COUNT TO WS-ML-COUNT
010230     WRITE CMP-RECORD FROM WS-MESSAGE-LINE
010240     IF WS-RD-COUNT > WS-RD-USED
010250        MOVE 'LIST FULL - NOT ALL RED-CIRCLED EMPLOYEES SHOWN'
010260          TO WS-ML-TEXT
010270        MOVE WS-RD-USED TO WS-ML-COUNT
010280        WRITE CMP-RECORD FROM WS-MESSAGE-LINE
010290     END-IF.
010300 4000-EXIT.
010310     EXIT.
010320
010330****************************************************************
010340*    4100-PRINT-RED-LINE - ONE RED-CIRCLED EMPLOYEE             *
010350****************************************************************
010360 4100-PRINT-RED-LINE.
010370     ADD 1 TO WS-LINE-COUNT
010380     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
010390        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
010400        ADD 1 TO WS-LINE-COUNT
010410     END-IF
010420
010430     MOVE WS-RD-DEPT (WS-SUB)     TO WS-CL-DEPT-CODE
010440     MOVE WS-RD-EMP-ID (WS-SUB)   TO WS-CL-EMP-ID
010450     MOVE WS-RD-NAME (WS-SUB)     TO WS-CL-NAME
010460     MOVE WS-RD-SALARY (WS-SUB)   TO WS-CL-SALARY
010470     MOVE WS-RD-BAND-MIN (WS-SUB) TO WS-CL-BAND-MIN
010480     MOVE WS-RD-BAND-MAX (WS-SUB) TO WS-CL-BAND-MAX
010490     MOVE WS-RD-AMOUNT (WS-SUB)   TO WS-CL-AMOUNT
010500     MOVE WS-RD-COMPA (WS-SUB)    TO WS-CL-COMPA
010510
010520     WRITE CMP-RECORD FROM WS-CIRCLE-LINE.
010530 4100-EXIT.
010540     EXIT.
010550
010560****************************************************************
010570*    4500-PRINT-GREEN - EVERY ACTIVE EMPLOYEE UNDER THE BAND    *
010580*    MINIMUM, WITH THE AMOUNT UNDER                             *
010590****************************************************************
010600 4500-PRINT-GREEN.
010610     SET WS-GREEN-SECTION TO TRUE
010620     PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
010630
010640     PERFORM 4600-PRINT-GREEN-LINE THRU 4600-EXIT
010650         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-GR-USED
010660
010670     WRITE CMP-RECORD FROM WS-BLANK-LINE
010680     MOVE 'EMPLOYEES GREEN-CIRCLED                           :'
010690       TO WS-ML-TEXT
010700     MOVE WS-GR-COUNT TO WS-ML-COUNT
010710     WRITE CMP-RECORD FROM WS-MESSAGE-LINE
010720     IF WS-GR-COUNT > WS-GR-USED
010730        MOVE 'LIST FULL - NOT ALL GREEN-CIRCLED EMPLOYEES SHOWN'
010740          TO WS-ML-TEXT
010750        MOVE WS-GR-USED TO WS-ML-COUNT
010760        WRITE CMP-RECORD FROM WS-MESSAGE-LINE
010770     END-IF.
010780 4500-EXIT.
010790     EXIT.
010800
010810****************************************************************
010820*    4600-PRINT-GREEN-LINE - ONE GREEN-CIRCLED EMPLOYEE         *
010830****************************************************************
010840 4600-PRINT-GREEN-LINE.
010850     ADD 1 TO WS-LINE-COUNT
010860     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
010870        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
010880        ADD 1 TO WS-LINE-COUNT
010890     END-IF
010900
010910     MOVE WS-GR-DEPT (WS-SUB)     TO WS-CL-DEPT-CODE
010920     MOVE WS-GR-EMP-ID (WS-SUB)   TO WS-CL-EMP-ID
010930     MOVE WS-GR-NAME (WS-SUB)     TO WS-CL-NAME
010940     MOVE WS-GR-SALARY (WS-SUB)   TO WS-CL-SALARY
010950     MOVE WS-GR-BAND-MIN (WS-SUB) TO WS-CL-BAND-MIN
010960     MOVE WS-GR-BAND-MAX (WS-SUB) TO WS-CL-BAND-MAX
010970     MOVE WS-GR-AMOUNT (WS-SUB)   TO WS-CL-AMOUNT
010980     MOVE WS-GR-COMPA (WS-SUB)    TO WS-CL-COMPA
010990
011000     WRITE CMP-RECORD FROM WS-CIRCLE-LINE.
011010 4600-EXIT.
011020     EXIT.
011030
011040****************************************************************
011050*    5000-PRINT-TENURE - AVERAGE, LOWEST AND HIGHEST            *
011060*    COMPA-RATIO AND THE CIRCLED COUNTS PER TENURE BRACKET      *
011070****************************************************************
011080 5000-PRINT-TENURE.
011090     SET WS-TENURE-SECTION TO TRUE
011100     PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
011110
011120     PERFORM 5100-PRINT-BRACKET THRU 5100-EXIT
011130         VARYING WS-BRACKET FROM 1 BY 1 UNTIL WS-BRACKET > 6.
011140 5000-EXIT.
011150     EXIT.
011160
011170****************************************************************
011180*    5100-PRINT-BRACKET - ONE TENURE BRACKET.  THE UNKNOWN      *
011190*    BRACKET IS ONLY PRINTED WHEN SOMEONE FELL INTO IT.         *
011200****************************************************************
011210 5100-PRINT-BRACKET.
011220     IF WS-BRACKET = 6 AND WS-TN-HEADCOUNT (WS-BRACKET) = ZERO
011230        GO TO 5100-EXIT
011240     END-IF
011250
011260     MOVE SPACES TO WS-TENURE-LINE
011270     MOVE WS-BRACKET-NAME (WS-BRACKET)  TO WS-TL-BRACKET
011280     MOVE WS-TN-HEADCOUNT (WS-BRACKET)  TO WS-TL-HEADCOUNT
011290     MOVE WS-TN-RED (WS-BRACKET)        TO WS-TL-RED
011300     MOVE WS-TN-GREEN (WS-BRACKET)      TO WS-TL-GREEN
011310
011320     IF WS-TN-HEADCOUNT (WS-BRACKET) > ZERO
011330        COMPUTE WS-AVG-COMPA ROUNDED =
011340            WS-TN-COMPA-SUM (WS-BRACKET)
011350          / WS-TN-HEADCOUNT (WS-BRACKET)
011360        MOVE WS-AVG-COMPA                  TO WS-TL-AVG-COMPA
011370        MOVE WS-TN-MIN-COMPA (WS-BRACKET)  TO WS-TL-MIN-COMPA
011380        MOVE WS-TN-MAX-COMPA (WS-BRACKET)  TO WS-TL-MAX-COMPA
011390     ELSE
011400        MOVE ZERO TO WS-TL-AVG-COMPA
011410                     WS-TL-MIN-COMPA
011420                     WS-TL-MAX-COMPA
011430     END-IF
011440
011450     WRITE CMP-RECORD FROM WS-TENURE-LINE.
011460 5100-EXIT.
011470     EXIT.
011480
011490****************************************************************
011500*    8000-TERMINATE - CLOSE UP                                  *
011510****************************************************************
011520 8000-TERMINATE.
011530     CLOSE EXTFILE
011540     CLOSE CMPFILE
011550
011560     DISPLAY 'EMPCOMP - ACTIVE EMPLOYEES : ' WS-RP-HEADCOUNT
011570     DISPLAY 'EMPCOMP - RED-CIRCLED      : ' WS-RD-COUNT
011580     DISPLAY 'EMPCOMP - GREEN-CIRCLED    : ' WS-GR-COUNT.
011590 8000-EXIT.
011600     EXIT.
011610
011620****************************************************************
011630*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
011640*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
011650****************************************************************
011660 0100-LOG-RUN-START.
011670     MOVE 'EMPCOMP' TO RLOG-PGM-NAME
011680     EXEC SQL
011690       INSERT INTO RUNLOG
011700         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
011710          RUN_STATUS)
011720       VALUES
011730         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
011740     END-EXEC
011750
011760     EXEC SQL
011770       SELECT INT(IDENTITY_VAL_LOCAL())
011780         INTO :RLOG-SEQ
011790         FROM SYSIBM.SYSDUMMY1
011800     END-EXEC
011810
011820     EXEC SQL COMMIT END-EXEC.
011830 0100-EXIT.
011840     EXIT.
011850
011860****************************************************************
011870*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
011880*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
011890****************************************************************
011900 8900-LOG-RUN-END.
011910     MOVE WS-RECORDS-READ TO RLOG-REC-COUNT
011920     MOVE RETURN-CODE TO RLOG-RETURN-CD
011930
011940     EXEC SQL
011950       UPDATE RUNLOG
011960          SET END_TS     = CURRENT TIMESTAMP,
011970              REC_COUNT  = :RLOG-REC-COUNT,
011980              RETURN_CD  = :RLOG-RETURN-CD,
011990              RUN_STATUS = 'C'
012000        WHERE RUN_SEQ = :RLOG-SEQ
012010     END-EXEC
012020
012030     EXEC SQL COMMIT END-EXEC.
012040 8900-EXIT.
012050     EXIT.
012060
012070 9999-EXIT.
012080     GOBACK.
