000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPBUDG.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPBUDG                                       *
000100*    FUNCTION : MONTHLY DEPARTMENT BUDGET-VERSUS-ACTUAL        *
000110*               REPORT.  MATCHES THE EMPEXTF EXTRACT FILE      *
000120*               (SORTED BY DEPT_CODE BY THE PRIOR JOB STEP)    *
000130*               AGAINST THE DEPARTMENT TABLE AND ITS           *
000140*               DEPTBUDGET ROW FOR THE FISCAL YEAR - ONE LINE  *
000150*               PER DEPT_CODE WITH THE AUTHORIZED AND ACTUAL   *
000160*               HEADCOUNT AND ANNUAL SALARY AND THE VARIANCE   *
000170*               (ACTUAL LESS AUTHORIZED, POSITIVE = OVER).     *
000180*               ACTUAL COUNTS ACTIVE AND ON-LEAVE EMPLOYEES;   *
000190*               TERMINATED ROWS ARE SKIPPED.  THE YEAR IS THE  *
000200*               EXEC PARM (YYYY), DEFAULT THE CURRENT YEAR.    *
000210*    CALLED BY: JOB EMPBUDGJ, STEP STEP020.                    *
000220*                                                              *
000230****************************************************************
000240*    MODIFICATION HISTORY
000250*    --------------------
000260*    10/15/2026  DLR  INITIAL VERSION.
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT EXTFILE  ASSIGN TO BUDIN
000320            ORGANIZATION IS SEQUENTIAL.
000330     SELECT BUDFILE  ASSIGN TO BUDOUT
000340            ORGANIZATION IS SEQUENTIAL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  EXTFILE
000390     RECORDING MODE IS F
000400     LABEL RECORDS ARE STANDARD.
000410     COPY EMPEXTF.
000420
000430 FD  BUDFILE
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD.
000460 01  BUD-RECORD                     PIC X(133).
000470
000480 WORKING-STORAGE SECTION.
000490****************************************************************
000500*    SWITCHES AND COUNTERS                                     *
000510****************************************************************
000520 01  WS-SWITCHES.
000530     05  WS-SW-EXT-EOF              PIC X(01) VALUE 'N'.
000540         88  WS-EOF-EXTRACT             VALUE 'Y'.
000550     05  WS-SW-BUD-EOF              PIC X(01) VALUE 'N'.
000560         88  WS-EOF-BUDGETS             VALUE 'Y'.
000570     05  WS-SW-HAS-BUDGET           PIC X(01) VALUE 'N'.
000580         88  WS-HAS-BUDGET              VALUE 'Y'.
000590
000600 01  WS-COUNTERS.
000610     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000620                                         VALUE ZERO.
000630     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000640                                         VALUE ZERO.
000650     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000660     05  WS-RECORDS-READ            PIC 9(07) USAGE COMP
000670                                         VALUE ZERO.
000680     05  WS-OVER-COUNT              PIC 9(05) USAGE COMP
000690                                         VALUE ZERO.
000700     05  WS-NO-BUDGET-COUNT         PIC 9(05) USAGE COMP
000710                                         VALUE ZERO.
000720
000730 77  WS-PARM-LEN                    PIC S9(04) USAGE COMP
000740                                         VALUE ZERO.
000750
000760****************************************************************
000770*    FISCAL YEAR REPORTED                                      *
000780****************************************************************
000790 01  WS-FISCAL-YEAR                 PIC X(04) VALUE SPACES.
000800
000810****************************************************************
000820*    MATCH KEYS - HIGH-VALUES ONCE A SIDE IS EXHAUSTED         *
000830****************************************************************
000840 01  WS-EXT-KEY                     PIC X(03) VALUE LOW-VALUES.
000850 01  WS-BUD-KEY                     PIC X(03) VALUE LOW-VALUES.
000860 01  WS-CUR-DEPT                    PIC X(03) VALUE SPACES.
000870 01  WS-CUR-DEPT-NAME               PIC X(20) VALUE SPACES.
000880
000890****************************************************************
000900*    DEPARTMENT/BUDGET CURSOR HOST FIELDS                      *
000910****************************************************************
000920 01  WS-BDC-FIELDS.
000930     05  WS-BC-DEPT-CODE            PIC X(03) VALUE SPACES.
000940     05  WS-BC-DEPT-NAME            PIC X(20) VALUE SPACES.
000950     05  WS-BC-HAS-BUDGET           PIC X(01) VALUE 'N'.
000960     05  WS-BC-AUTH-HEADCOUNT       PIC S9(09) USAGE COMP
000970                                         VALUE ZERO.
000980     05  WS-BC-AUTH-SALARY          PIC S9(09) USAGE COMP
000990                                         VALUE ZERO.
001000
001010****************************************************************
001020*    PER-DEPARTMENT FIGURES AND REPORT TOTALS                  *
001030****************************************************************
001040 01  WS-DEPT-FIELDS.
001050     05  WS-DP-AUTH-HEADCOUNT       PIC S9(09) USAGE COMP
001060                                         VALUE ZERO.
001070     05  WS-DP-AUTH-SALARY          PIC S9(11) USAGE COMP-3
001080                                         VALUE ZERO.
001090     05  WS-DP-HEADCOUNT            PIC S9(09) USAGE COMP
001100                                         VALUE ZERO.
001110     05  WS-DP-SALARY               PIC S9(11) USAGE COMP-3
001120                                         VALUE ZERO.
001130     05  WS-DP-HC-VARIANCE          PIC S9(09) USAGE COMP
001140                                         VALUE ZERO.
001150     05  WS-DP-SAL-VARIANCE         PIC S9(11) USAGE COMP-3
001160                                         VALUE ZERO.
001170     05  WS-DP-SAL-VAR-PCT          PIC S9(05)V9 USAGE COMP-3
001180                                         VALUE ZERO.
001190
001200 01  WS-ACCUMULATORS.
001210     05  WS-TOT-AUTH-HEADCOUNT      PIC S9(09) USAGE COMP
001220                                         VALUE ZERO.
001230     05  WS-TOT-AUTH-SALARY         PIC S9(11) USAGE COMP-3
001240                                         VALUE ZERO.
001250     05  WS-TOT-HEADCOUNT           PIC S9(09) USAGE COMP
001260                                         VALUE ZERO.
001270     05  WS-TOT-SALARY              PIC S9(11) USAGE COMP-3
001280                                         VALUE ZERO.
001290
001300****************************************************************
001310*    PRINT LINE LAYOUTS                                        *
001320****************************************************************
001330 01  WS-HEADING-LINE-1.
001340     05  FILLER                     PIC X(01) VALUE '1'.
001350     05  FILLER                     PIC X(47) VALUE
001360         'EMP1 PAYROLL - DEPARTMENT BUDGET VERSUS ACTUAL '.
001370     05  FILLER                     PIC X(03) VALUE SPACES.
001380     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001390     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001400     05  FILLER                     PIC X(73) VALUE SPACES.
001410
001420 01  WS-HEADING-LINE-2.
001430     05  FILLER                     PIC X(01) VALUE SPACE.
001440     05  FILLER                     PIC X(13) VALUE
001450         'FISCAL YEAR: '.
001460     05  WS-H2-FISCAL-YEAR          PIC X(04).
001470     05  FILLER                     PIC X(115) VALUE SPACES.
001480
001490 01  WS-HEADING-LINE-3.
001500     05  FILLER                     PIC X(01) VALUE SPACE.
001510     05  FILLER                     PIC X(27) VALUE
001520         'DEPT NAME                  '.
001530     05  FILLER                     PIC X(22) VALUE
001540         '--- HEADCOUNT ----    '.
001550     05  FILLER                     PIC X(44) VALUE
001560         '--------- ANNUAL SALARY ----------    VAR   '.
001570     05  FILLER                     PIC X(39) VALUE SPACES.
001580
001590 01  WS-HEADING-LINE-4.
001600     05  FILLER                     PIC X(01) VALUE SPACE.
001610     05  FILLER                     PIC X(27) VALUE SPACES.
001620     05  FILLER                     PIC X(22) VALUE
001630         '  AUTH ACTUAL    VAR '.
001640     05  FILLER                     PIC X(44) VALUE
001650         '       AUTH      ACTUAL    VARIANCE     PCT'.
001660     05  FILLER                     PIC X(39) VALUE SPACES.
001670
001680 01  WS-DETAIL-LINE.
001690     05  FILLER                     PIC X(01) VALUE SPACE.
001700     05  WS-DT-DEPT-CODE            PIC X(03).
001710     05  FILLER                     PIC X(02) VALUE SPACES.
001720     05  WS-DT-DEPT-NAME            PIC X(20).
001730     05  FILLER                     PIC X(01) VALUE SPACE.
001740     05  WS-DT-AUTH-HEADCOUNT       PIC ZZ,ZZ9.
001750     05  FILLER                     PIC X(01) VALUE SPACE.
001760     05  WS-DT-HEADCOUNT            PIC ZZ,ZZ9.
001770     05  FILLER                     PIC X(01) VALUE SPACE.
001780     05  WS-DT-HC-VARIANCE          PIC ZZ,ZZ9-.
001790     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  WS-DT-AUTH-SALARY          PIC ZZZ,ZZZ,ZZ9.
001810     05  FILLER                     PIC X(01) VALUE SPACE.
001820     05  WS-DT-SALARY               PIC ZZZ,ZZZ,ZZ9.
001830     05  FILLER                     PIC X(01) VALUE SPACE.
001840     05  WS-DT-SAL-VARIANCE         PIC ZZZ,ZZZ,ZZ9-.
001850     05  FILLER                     PIC X(01) VALUE SPACE.
001860     05  WS-DT-SAL-VAR-PCT          PIC ZZZ9.9-.
001870     05  FILLER                     PIC X(02) VALUE SPACES.
001880     05  WS-DT-FLAG                 PIC X(20).
001890     05  FILLER                     PIC X(18) VALUE SPACES.
001900
001910 01  WS-TOTAL-LINE.
001920     05  FILLER                     PIC X(01) VALUE SPACE.
001930     05  FILLER                     PIC X(26) VALUE
001940         'REPORT TOTAL              '.
001950     05  WS-TL-AUTH-HEADCOUNT       PIC ZZ,ZZ9.
001960     05  FILLER                     PIC X(01) VALUE SPACE.
001970     05  WS-TL-HEADCOUNT            PIC ZZ,ZZ9.
001980     05  FILLER                     PIC X(09) VALUE SPACES.
001990     05  WS-TL-AUTH-SALARY          PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                     PIC X(01) VALUE SPACE.
002010     05  WS-TL-SALARY               PIC ZZZ,ZZZ,ZZ9.
002020     05  FILLER                     PIC X(61) VALUE SPACES.
002030
002040 01  WS-COUNT-LINE.
002050     05  FILLER                     PIC X(01) VALUE SPACE.
002060     05  WS-NL-LABEL                PIC X(40).
002070     05  WS-NL-COUNT                PIC ZZ,ZZ9.
002080     05  FILLER                     PIC X(86) VALUE SPACES.
002090
002100 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002110
002120     EXEC SQL
002130       INCLUDE SQLCA
002140     END-EXEC.
002150
002160     EXEC SQL
002170       INCLUDE RUNLOG
002180     END-EXEC.
002190
002200 LINKAGE SECTION.
002210 01  PARM-DATA.
002220     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002230     05  PARM-TEXT                  PIC X(04).
002240
002250 PROCEDURE DIVISION USING PARM-DATA.
002260
002270 0000-MAINLINE.
002280     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002290     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002300     PERFORM 2000-PROCESS-DEPT    THRU 2000-EXIT
002310         UNTIL WS-EOF-EXTRACT AND WS-EOF-BUDGETS
002320     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002330     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002340     GO TO 9999-EXIT.
002350
002360****************************************************************
002370*    1000-INITIALIZE - OPEN FILES, SETTLE THE FISCAL YEAR,     *
002380*    OPEN THE DEPARTMENT/BUDGET CURSOR AND PRIME BOTH SIDES    *
002390*    OF THE MATCH                                              *
002400****************************************************************
002410 1000-INITIALIZE.
002420     OPEN INPUT  EXTFILE
002430     OPEN OUTPUT BUDFILE
002440
002450     MOVE PARM-LENGTH TO WS-PARM-LEN
002460     IF WS-PARM-LEN = 4 AND PARM-TEXT IS NUMERIC
002470        MOVE PARM-TEXT TO WS-FISCAL-YEAR
002480     ELSE
002490        EXEC SQL
002500          SELECT SUBSTR(CHAR(CURRENT DATE, ISO), 1, 4)
002510            INTO :WS-FISCAL-YEAR
002520            FROM SYSIBM.SYSDUMMY1
002530        END-EXEC
002540     END-IF
002550
002560     EXEC SQL
002570       DECLARE BUDGCSR CURSOR FOR
002580       SELECT D.DEPT_CODE,
002590              D.DEPT_NAME,
002600              CASE WHEN B.DEPT_CODE IS NULL THEN 'N'
002610                   ELSE 'Y' END,
002620              COALESCE(B.AUTH_HEADCOUNT, 0),
002630              COALESCE(B.AUTH_SALARY, 0)
002640         FROM DEPARTMENT D
002650         LEFT OUTER JOIN DEPTBUDGET B
002660           ON B.DEPT_CODE = D.DEPT_CODE
002670          AND B.FISCAL_YEAR = :WS-FISCAL-YEAR
002680        ORDER BY D.DEPT_CODE
002690     END-EXEC
002700
002710     EXEC SQL OPEN BUDGCSR END-EXEC
002720
002730     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT
002740     PERFORM 2200-FETCH-BUDGET THRU 2200-EXIT.
002750 1000-EXIT.
002760     EXIT.
002770
002780****************************************************************
002790*    2000-PROCESS-DEPT - THE LOWER OF THE TWO KEYS IS THE NEXT *
002800*    DEPARTMENT: TAKE ITS BUDGET WHEN THE CURSOR IS ON IT, SUM *
002810*    ITS EXTRACT RECORDS, PRINT THE LINE.  A DEPARTMENT WITH   *
002820*    NEITHER A BUDGET NOR ANY EMPLOYEES IS NOT PRINTED.        *
002830****************************************************************
002840 2000-PROCESS-DEPT.
002850     IF WS-EXT-KEY < WS-BUD-KEY
002860        MOVE WS-EXT-KEY TO WS-CUR-DEPT
002870        MOVE EXF-DEPT-NAME TO WS-CUR-DEPT-NAME
002880     ELSE
002890        MOVE WS-BUD-KEY TO WS-CUR-DEPT
002900        MOVE WS-BC-DEPT-NAME TO WS-CUR-DEPT-NAME
002910     END-IF
002920
002930     MOVE 'N'  TO WS-SW-HAS-BUDGET
002940     MOVE ZERO TO WS-DP-AUTH-HEADCOUNT
002950     MOVE ZERO TO WS-DP-AUTH-SALARY
002960     MOVE ZERO TO WS-DP-HEADCOUNT
002970     MOVE ZERO TO WS-DP-SALARY
002980
002990     IF WS-BUD-KEY = WS-CUR-DEPT
003000        MOVE WS-BC-HAS-BUDGET     TO WS-SW-HAS-BUDGET
003010        MOVE WS-BC-AUTH-HEADCOUNT TO WS-DP-AUTH-HEADCOUNT
003020        MOVE WS-BC-AUTH-SALARY    TO WS-DP-AUTH-SALARY
003030        PERFORM 2200-FETCH-BUDGET THRU 2200-EXIT
003040     END-IF
003050
003060     PERFORM 2300-ADD-EMPLOYEE THRU 2300-EXIT
003070         UNTIL WS-EXT-KEY NOT = WS-CUR-DEPT
003080
003090     IF WS-HAS-BUDGET OR WS-DP-HEADCOUNT > ZERO
003100        PERFORM 2500-PRINT-DEPT THRU 2500-EXIT
003110     END-IF.
003120 2000-EXIT.
003130     EXIT.
003140
003150****************************************************************
003160*    2100-READ-EXTRACT - NEXT EXTRACT RECORD, HIGH-VALUES KEY  *
003170*    AT END                                                    *
003180****************************************************************
003190 2100-READ-EXTRACT.
003200     READ EXTFILE
003210         AT END
003220            MOVE 'Y' TO WS-SW-EXT-EOF
003230            MOVE HIGH-VALUES TO WS-EXT-KEY
003240            GO TO 2100-EXIT
003250     END-READ
003260
003270     ADD 1 TO WS-RECORDS-READ
003280     MOVE EXF-DEPT-CODE TO WS-EXT-KEY.
003290 2100-EXIT.
003300     EXIT.
003310
003320****************************************************************
003330*    2200-FETCH-BUDGET - NEXT DEPARTMENT AND ITS BUDGET FOR    *
003340*    THE YEAR, HIGH-VALUES KEY AT END                          *
003350****************************************************************
003360 2200-FETCH-BUDGET.
003370     EXEC SQL
003380       FETCH BUDGCSR
003390        INTO :WS-BC-DEPT-CODE, :WS-BC-DEPT-NAME,
003400             :WS-BC-HAS-BUDGET, :WS-BC-AUTH-HEADCOUNT,
003410             :WS-BC-AUTH-SALARY
003420     END-EXEC
003430
003440     IF SQLCODE NOT = 0
003450        MOVE 'Y' TO WS-SW-BUD-EOF
003460        MOVE HIGH-VALUES TO WS-BUD-KEY
003470        EXEC SQL CLOSE BUDGCSR END-EXEC
003480     ELSE
003490        MOVE WS-BC-DEPT-CODE TO WS-BUD-KEY
003500     END-IF.
003510 2200-EXIT.
003520     EXIT.
003530
003540****************************************************************
003550*    2300-ADD-EMPLOYEE - FOLD ONE EXTRACT RECORD INTO THE      *
003560*    DEPARTMENT'S ACTUALS.  TERMINATED EMPLOYEES DO NOT COUNT. *
003570****************************************************************
003580 2300-ADD-EMPLOYEE.
003590     IF EXF-EMP-STATUS NOT = 'T'
003600        ADD 1          TO WS-DP-HEADCOUNT
003610        ADD EXF-SALARY TO WS-DP-SALARY
003620     END-IF
003630
003640     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
003650 2300-EXIT.
003660     EXIT.
003670
003680****************************************************************
003690*    2500-PRINT-DEPT - ONE LINE: AUTHORIZED, ACTUAL, VARIANCE. *
003700*    THE PERCENT IS THE SALARY VARIANCE OVER THE AUTHORIZED    *
003710*    SALARY.  NO BUDGET ROW FOR THE YEAR IS FLAGGED AS SUCH.   *
003720****************************************************************
003730 2500-PRINT-DEPT.
003740     IF WS-PAGE-NUMBER = ZERO
003750        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
003760     END-IF
003770
003780     ADD 1 TO WS-LINE-COUNT
003790     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
003800        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
003810        ADD 1 TO WS-LINE-COUNT
003820     END-IF
003830
003840     MOVE SPACES             TO WS-DETAIL-LINE
003850     MOVE WS-CUR-DEPT        TO WS-DT-DEPT-CODE
003860     MOVE WS-CUR-DEPT-NAME   TO WS-DT-DEPT-NAME
003870     MOVE WS-DP-HEADCOUNT    TO WS-DT-HEADCOUNT
003880     MOVE WS-DP-SALARY       TO WS-DT-SALARY
003890
003900     ADD WS-DP-HEADCOUNT TO WS-TOT-HEADCOUNT
003910     ADD WS-DP-SALARY    TO WS-TOT-SALARY
003920
003930     IF NOT WS-HAS-BUDGET
003940        ADD 1 TO WS-NO-BUDGET-COUNT
003950        MOVE '*NO BUDGET*' TO WS-DT-FLAG
003960        WRITE BUD-RECORD FROM WS-DETAIL-LINE
003970        GO TO 2500-EXIT
003980     END-IF
003990
004000     COMPUTE WS-DP-HC-VARIANCE =
004010         WS-DP-HEADCOUNT - WS-DP-AUTH-HEADCOUNT
004020     COMPUTE WS-DP-SAL-VARIANCE =
004030         WS-DP-SALARY - WS-DP-AUTH-SALARY
004040     IF WS-DP-AUTH-SALARY > ZERO
004050        COMPUTE WS-DP-SAL-VAR-PCT ROUNDED =
004060            WS-DP-SAL-VARIANCE * 100 / WS-DP-AUTH-SALARY
004070     ELSE
004080        MOVE ZERO TO WS-DP-SAL-VAR-PCT
004090     END-IF
004100
004110     MOVE WS-DP-AUTH-HEADCOUNT TO WS-DT-AUTH-HEADCOUNT
004120     MOVE WS-DP-HC-VARIANCE    TO WS-DT-HC-VARIANCE
004130     MOVE WS-DP-AUTH-SALARY    TO WS-DT-AUTH-SALARY
004140     MOVE WS-DP-SAL-VARIANCE   TO WS-DT-SAL-VARIANCE
004150     MOVE WS-DP-SAL-VAR-PCT    TO WS-DT-SAL-VAR-PCT
004160
004170     EVALUATE TRUE
004180       WHEN WS-DP-HC-VARIANCE > ZERO AND WS-DP-SAL-VARIANCE > ZERO
004190         MOVE '*OVER HC AND SALARY*' TO WS-DT-FLAG
004200       WHEN WS-DP-HC-VARIANCE > ZERO
004210         MOVE '*OVER HEADCOUNT*'     TO WS-DT-FLAG
004220       WHEN WS-DP-SAL-VARIANCE > ZERO
004230         MOVE '*OVER SALARY*'        TO WS-DT-FLAG
004240     END-EVALUATE
004250
004260     IF WS-DP-HC-VARIANCE > ZERO OR WS-DP-SAL-VARIANCE > ZERO
004270        ADD 1 TO WS-OVER-COUNT
004280     END-IF
004290
004300     ADD WS-DP-AUTH-HEADCOUNT TO WS-TOT-AUTH-HEADCOUNT
004310     ADD WS-DP-AUTH-SALARY    TO WS-TOT-AUTH-SALARY
004320
004330     WRITE BUD-RECORD FROM WS-DETAIL-LINE.
004340 2500-EXIT.
004350     EXIT.
004360
004370****************************************************************
004380*    2700-PAGE-BREAK - START A NEW PAGE                        *
004390****************************************************************
004400 2700-PAGE-BREAK.
004410     ADD 1 TO WS-PAGE-NUMBER
004420     MOVE ZERO TO WS-LINE-COUNT
004430
004440     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
004450     MOVE WS-FISCAL-YEAR TO WS-H2-FISCAL-YEAR
004460     WRITE BUD-RECORD FROM WS-HEADING-LINE-1
004470         AFTER ADVANCING PAGE
004480     WRITE BUD-RECORD FROM WS-HEADING-LINE-2
004490     WRITE BUD-RECORD FROM WS-BLANK-LINE
004500     WRITE BUD-RECORD FROM WS-HEADING-LINE-3
004510     WRITE BUD-RECORD FROM WS-HEADING-LINE-4
004520     WRITE BUD-RECORD FROM WS-BLANK-LINE.
004530 2700-EXIT.
004540     EXIT.
004550
004560****************************************************************
004570*    8000-TERMINATE - TOTALS, EXCEPTION COUNTS, CLOSE UP.  THE *
004580*    AUTHORIZED TOTALS COVER BUDGETED DEPARTMENTS ONLY; THE    *
004590*    ACTUAL TOTALS COVER EVERY DEPARTMENT PRINTED.             *
004600****************************************************************
004610 8000-TERMINATE.
004620     IF WS-PAGE-NUMBER = ZERO
004630        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
004640     END-IF
004650
004660     MOVE WS-TOT-AUTH-HEADCOUNT TO WS-TL-AUTH-HEADCOUNT
004670     MOVE WS-TOT-HEADCOUNT      TO WS-TL-HEADCOUNT
004680     MOVE WS-TOT-AUTH-SALARY    TO WS-TL-AUTH-SALARY
004690     MOVE WS-TOT-SALARY         TO WS-TL-SALARY
004700     WRITE BUD-RECORD FROM WS-BLANK-LINE
004710     WRITE BUD-RECORD FROM WS-TOTAL-LINE
004720
004730     WRITE BUD-RECORD FROM WS-BLANK-LINE
004740     MOVE 'DEPARTMENTS OVER BUDGET               :'
004750       TO WS-NL-LABEL
004760     MOVE WS-OVER-COUNT TO WS-NL-COUNT
004770     WRITE BUD-RECORD FROM WS-COUNT-LINE
004780     MOVE 'DEPARTMENTS WITH NO BUDGET FOR THE YEAR:'
004790       TO WS-NL-LABEL
004800     MOVE WS-NO-BUDGET-COUNT TO WS-NL-COUNT
004810     WRITE BUD-RECORD FROM WS-COUNT-LINE
004820
004830     CLOSE EXTFILE
004840     CLOSE BUDFILE
004850
004860     DISPLAY 'EMPBUDG - FISCAL YEAR      : ' WS-FISCAL-YEAR
004870     DISPLAY 'EMPBUDG - OVER BUDGET DEPTS: ' WS-OVER-COUNT.
004880 8000-EXIT.
004890     EXIT.
004900
004910****************************************************************
004920*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START   *
004930*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG       *
004940****************************************************************
004950 0100-LOG-RUN-START.
004960     MOVE 'EMPBUDG' TO RLOG-PGM-NAME
004970     EXEC SQL
004980       INSERT INTO RUNLOG
004990         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
005000          RUN_STATUS)
005010       VALUES
005020         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
005030     END-EXEC
005040
005050     EXEC SQL
005060       SELECT INT(IDENTITY_VAL_LOCAL())
005070         INTO :RLOG-SEQ
005080         FROM SYSIBM.SYSDUMMY1
005090     END-EXEC
005100
005110     EXEC SQL COMMIT END-EXEC.
005120 0100-EXIT.
005130     EXIT.
005140
005150****************************************************************
005160*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END   *
005170*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE             *
005180****************************************************************
005190 8900-LOG-RUN-END.
005200     MOVE WS-RECORDS-READ TO RLOG-REC-COUNT
005210     MOVE RETURN-CODE TO RLOG-RETURN-CD
005220
005230     EXEC SQL
005240       UPDATE RUNLOG
005250          SET END_TS     = CURRENT TIMESTAMP,
005260              REC_COUNT  = :RLOG-REC-COUNT,
005270              RETURN_CD  = :RLOG-RETURN-CD,
005280              RUN_STATUS = 'C'
005290        WHERE RUN_SEQ = :RLOG-SEQ
005300     END-EXEC
005310
005320     EXEC SQL COMMIT END-EXEC.
005330 8900-EXIT.
005340     EXIT.
005350
005360 9999-EXIT.
005370     GOBACK.
