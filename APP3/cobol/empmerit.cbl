000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPMERIT.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPMERIT                                      *
000100*    FUNCTION : MERIT-CYCLE LOAD.  READS HR'S MERIT FILE - ONE *
000110*               LINE PER EMPLOYEE WITH A NEW SALARY OR A      *
000120*               PERCENT INCREASE, AN EFFECTIVE DATE AND A     *
000130*               REASON - AND SCHEDULES EACH INCREASE AS A     *
000140*               PENDING_SALARY ROW FOR EMPPEND TO APPLY.  A   *
000150*               LINE IS REJECTED WHEN THE EMPLOYEE IS NOT ON  *
000160*               FILE OR TERMINATED, ALREADY HAS AN OPEN       *
000170*               PENDING CHANGE, THE DATE IS BAD OR PAST, OR   *
000180*               THE NEW SALARY IS OUTSIDE THE DEPTBAND BAND   *
000190*               (GLOBAL SALARY_LIMITS WHEN THE DEPARTMENT HAS *
000200*               NO ROW).  AN INCREASE OVER THE APPRCTL        *
000210*               THRESHOLDS GOES IN HELD ('H') FOR THE U04C    *
000220*               APPROVER, EXACTLY AS AN ONLINE ENTRY DOES.    *
000230*               THE EXEC PARM IS VALIDATE (DEFAULT - REPORT   *
000240*               ONLY, NOTHING WRITTEN) OR LOAD.  THE REPORT   *
000250*               LISTS THE REJECTED LINES, THEN THE CYCLE COST *
000260*               PER DEPARTMENT AGAINST ITS CURRENT PAYROLL.   *
000270*               ENDS RC=4 WHEN ANY LINE IS REJECTED, RC=8 ON  *
000280*               A BAD PARM OR A DATABASE ERROR.               *
000290*    CALLED BY: JOB EMPMERTJ, STEP STEP010.                    *
000300*                                                              *
000310****************************************************************
000320*    MODIFICATION HISTORY
000330*    --------------------
000340*    10/15/2026  DLR  INITIAL VERSION.
000345*    10/15/2026  DLR  A PART-TIMER'S NEW SALARY IS SCALED TO 100
000346*                     FTE % (FTE_PCT) BEFORE THE BAND EDIT.
000350****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT MERFILE  ASSIGN TO MERIN
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT MRPFILE  ASSIGN TO MEROUT
000420            ORGANIZATION IS SEQUENTIAL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MERFILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490 01  MER-RECORD.
000500     05  MER-EMP-ID                 PIC X(09).
000510     05  MER-CHANGE-TYPE            PIC X(01).
000520         88  MER-NEW-SALARY             VALUE 'S'.
000530         88  MER-PERCENT                VALUE 'P'.
000540     05  MER-CHANGE-VALUE           PIC X(09).
000550     05  MER-SALARY-VALUE REDEFINES MER-CHANGE-VALUE
000560                                    PIC 9(09).
000570     05  MER-PCT-VALUE REDEFINES MER-CHANGE-VALUE
000580                                    PIC 9(07)V9(02).
000590     05  MER-EFF-DATE               PIC X(10).
000600     05  MER-REASON                 PIC X(30).
000610     05  FILLER                     PIC X(21).
000620
000630 FD  MRPFILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  MRP-RECORD                     PIC X(133).
000670
000680 WORKING-STORAGE SECTION.
000690****************************************************************
000700*    SWITCHES AND COUNTERS                                     *
000710****************************************************************
000720 01  WS-SWITCHES.
000730     05  WS-SW-EOF                  PIC X(01) VALUE 'N'.
000740         88  WS-EOF-MERIT               VALUE 'Y'.
000750     05  WS-SW-MODE                 PIC X(01) VALUE 'V'.
000760         88  WS-VALIDATE-MODE           VALUE 'V'.
000770         88  WS-LOAD-MODE               VALUE 'L'.
000780     05  WS-SW-PARM-OK              PIC X(01) VALUE 'N'.
000790         88  WS-PARM-OK                 VALUE 'Y'.
000800     05  WS-SW-APPR-FOUND           PIC X(01) VALUE 'N'.
000810         88  WS-APPR-FOUND              VALUE 'Y'.
000820     05  WS-SW-HOLD                 PIC X(01) VALUE 'N'.
000830         88  WS-CHANGE-HELD             VALUE 'Y'.
000840     05  WS-SW-SECTION              PIC X(01) VALUE 'R'.
000850         88  WS-REJECT-SECTION          VALUE 'R'.
000860         88  WS-DEPT-SECTION            VALUE 'D'.
000870     05  WS-SW-DEPT-EOF             PIC X(01) VALUE 'N'.
000880         88  WS-EOF-DEPTS               VALUE 'Y'.
000890
000900 01  WS-COUNTERS.
000910     05  WS-READ-COUNT              PIC 9(07) USAGE COMP
000920                                         VALUE ZERO.
000930     05  WS-ACCEPT-COUNT            PIC 9(07) USAGE COMP
000940                                         VALUE ZERO.
000950     05  WS-HELD-COUNT              PIC 9(07) USAGE COMP
000960                                         VALUE ZERO.
000970     05  WS-REJECT-COUNT            PIC 9(07) USAGE COMP
000980                                         VALUE ZERO.
000990     05  WS-DB-ERROR-COUNT          PIC 9(07) USAGE COMP
001000                                         VALUE ZERO.
001010     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
001020                                         VALUE ZERO.
001030     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
001040                                         VALUE ZERO.
001050     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
001060
001070 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
001080                                         VALUE ZERO.
001090
001100****************************************************************
001110*    ONE MERIT LINE BEING EDITED                               *
001120****************************************************************
001130 01  WS-REJECT-TEXT                 PIC X(40) VALUE SPACES.
001140 01  WS-NEW-SALARY                  PIC S9(09) USAGE COMP
001142                                         VALUE ZERO.
001145*    THE NEW SALARY SCALED TO 100 FTE % FOR THE BAND EDIT
001148 01  WS-FTE-SALARY                  PIC S9(09) USAGE COMP
001150                                         VALUE ZERO.
001160 01  WS-BAND-MIN                    PIC S9(09) USAGE COMP
001170                                         VALUE ZERO.
001180 01  WS-BAND-MAX                    PIC S9(09) USAGE COMP
001190                                         VALUE ZERO.
001200 01  WS-SALARY-DELTA                PIC S9(09) USAGE COMP
001210                                         VALUE ZERO.
001220 01  WS-OPEN-COUNT                  PIC S9(09) USAGE COMP
001230                                         VALUE ZERO.
001240 01  WS-DAYS-AHEAD                  PIC S9(09) USAGE COMP
001250                                         VALUE ZERO.
001260 01  WS-PEND-STATUS                 PIC X(01) VALUE 'N'.
001270 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
001280
001290****************************************************************
001300*    CYCLE COST BY DEPARTMENT - ONE ENTRY PER DEPARTMENT SEEN  *
001310*    ON AN ACCEPTED LINE                                       *
001320****************************************************************
001330 01  WS-CYCLE-TABLE.
001340     05  WS-CY-ENTRY OCCURS 200 TIMES.
001350         10  WS-CY-DEPT             PIC X(03).
001360         10  WS-CY-LINES            PIC S9(09) USAGE COMP.
001370         10  WS-CY-HELD             PIC S9(09) USAGE COMP.
001380         10  WS-CY-COST             PIC S9(09) USAGE COMP.
001390 77  WS-CY-MAX                      PIC S9(04) USAGE COMP
001400                                         VALUE 200.
001410 77  WS-CY-USED                     PIC S9(04) USAGE COMP
001420                                         VALUE ZERO.
001430 77  WS-CY-IDX                      PIC S9(04) USAGE COMP
001440                                         VALUE ZERO.
001450
001460 01  WS-DEPT-FIELDS.
001470     05  WS-DP-HEADCOUNT            PIC S9(09) USAGE COMP.
001480     05  WS-DP-PAYROLL              PIC S9(09) USAGE COMP.
001490     05  WS-DP-LINES                PIC S9(09) USAGE COMP.
001500     05  WS-DP-HELD                 PIC S9(09) USAGE COMP.
001510     05  WS-DP-COST                 PIC S9(09) USAGE COMP.
001520 01  WS-TOTAL-FIELDS.
001530     05  WS-TT-HEADCOUNT            PIC S9(09) USAGE COMP
001540                                         VALUE ZERO.
001550     05  WS-TT-PAYROLL              PIC S9(09) USAGE COMP
001560                                         VALUE ZERO.
001570     05  WS-TT-LINES                PIC S9(09) USAGE COMP
001580                                         VALUE ZERO.
001590     05  WS-TT-HELD                 PIC S9(09) USAGE COMP
001600                                         VALUE ZERO.
001610     05  WS-TT-COST                 PIC S9(09) USAGE COMP
001620                                         VALUE ZERO.
001630 01  WS-COST-PCT                    PIC S9(03)V9(02) USAGE COMP
001640                                         VALUE ZERO.
001650
001660****************************************************************
001670*    PRINT LINE LAYOUTS                                        *
001680****************************************************************
001690 01  WS-HEADING-LINE-1.
001700     05  FILLER                     PIC X(01) VALUE '1'.
001710     05  FILLER                     PIC X(40) VALUE
001720         'EMP1 PAYROLL - MERIT CYCLE LOAD         '.
001730     05  WS-H1-MODE                 PIC X(08).
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001760     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001770     05  FILLER                     PIC X(73) VALUE SPACES.
001780
001790 01  WS-REJECT-HEADING.
001800     05  FILLER                     PIC X(01) VALUE SPACE.
001810     05  FILLER                     PIC X(08) VALUE ' LINE   '.
001820     05  FILLER                     PIC X(10) VALUE 'EMP ID    '.
001830     05  FILLER                     PIC X(12) VALUE
001840         'T     VALUE '.
001850     05  FILLER                     PIC X(12) VALUE
001860         'EFF DATE    '.
001870     05  FILLER                     PIC X(31) VALUE
001880         'REASON                         '.
001890     05  FILLER                     PIC X(40) VALUE
001900         'REJECTED BECAUSE                        '.
001910     05  FILLER                     PIC X(19) VALUE SPACES.
001920
001930 01  WS-REJECT-LINE.
001940     05  FILLER                     PIC X(01) VALUE SPACE.
001950     05  WS-RL-LINE-NO              PIC ZZZZZ9.
001960     05  FILLER                     PIC X(02) VALUE SPACES.
001970     05  WS-RL-EMP-ID               PIC X(09).
001980     05  FILLER                     PIC X(01) VALUE SPACE.
001990     05  WS-RL-TYPE                 PIC X(01).
002000     05  FILLER                     PIC X(01) VALUE SPACE.
002010     05  WS-RL-VALUE                PIC X(09).
002020     05  FILLER                     PIC X(01) VALUE SPACE.
002030     05  WS-RL-EFF-DATE             PIC X(10).
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  WS-RL-REASON               PIC X(30).
002060     05  FILLER                     PIC X(01) VALUE SPACE.
002070     05  WS-RL-REJECT               PIC X(40).
002080     05  FILLER                     PIC X(19) VALUE SPACES.
002090
002100 01  WS-DEPT-HEADING.
002110     05  FILLER                     PIC X(01) VALUE SPACE.
002120     05  FILLER                     PIC X(05) VALUE 'DEPT '.
002130     05  FILLER                     PIC X(21) VALUE
002140         'NAME                 '.
002150     05  FILLER                     PIC X(07) VALUE '  HEADS'.
002160     05  FILLER                     PIC X(16) VALUE
002170         ' CURRENT PAYROLL'.
002180     05  FILLER                     PIC X(08) VALUE '   LINES'.
002190     05  FILLER                     PIC X(07) VALUE '   HELD'.
002200     05  FILLER                     PIC X(14) VALUE
002210         '    CYCLE COST'.
002220     05  FILLER                     PIC X(08) VALUE '    PCT '.
002230     05  FILLER                     PIC X(16) VALUE
002240         '     NEW PAYROLL'.
002250     05  FILLER                     PIC X(30) VALUE SPACES.
002260
002270 01  WS-DEPT-LINE.
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  WS-DL-DEPT-CODE            PIC X(03).
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  WS-DL-DEPT-NAME            PIC X(20).
002320     05  FILLER                     PIC X(01) VALUE SPACE.
002330     05  WS-DL-HEADCOUNT            PIC ZZ,ZZ9.
002340     05  FILLER                     PIC X(03) VALUE SPACES.
002350     05  WS-DL-PAYROLL              PIC ZZZ,ZZZ,ZZ9.
002360     05  FILLER                     PIC X(02) VALUE SPACES.
002370     05  WS-DL-LINES                PIC ZZ,ZZ9.
002380     05  FILLER                     PIC X(01) VALUE SPACE.
002390     05  WS-DL-HELD                 PIC ZZ,ZZ9.
002400     05  FILLER                     PIC X(03) VALUE SPACES.
002410     05  WS-DL-COST                 PIC ZZZ,ZZZ,ZZ9.
002420     05  FILLER                     PIC X(02) VALUE SPACES.
002430     05  WS-DL-PCT                  PIC ZZ9.99.
002440     05  FILLER                     PIC X(03) VALUE SPACES.
002450     05  WS-DL-NEW-PAYROLL          PIC ZZZ,ZZZ,ZZ9.
002460     05  FILLER                     PIC X(35) VALUE SPACES.
002470
002480 01  WS-COUNT-LINE.
002490     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  WS-CL-LABEL                PIC X(28).
002510     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
002520     05  FILLER                     PIC X(97) VALUE SPACES.
002530
002540 01  WS-NO-REJECTS-LINE.
002550     05  FILLER                     PIC X(01) VALUE SPACE.
002560     05  FILLER                     PIC X(30) VALUE
002570         'NO MERIT LINES WERE REJECTED. '.
002580     05  FILLER                     PIC X(102) VALUE SPACES.
002590
002600 01  WS-VALIDATE-LINE.
002610     05  FILLER                     PIC X(01) VALUE SPACE.
002620     05  FILLER                     PIC X(52) VALUE
002630         'VALIDATE ONLY - NO PENDING_SALARY ROWS WERE WRITTEN.'.
002640     05  FILLER                     PIC X(80) VALUE SPACES.
002650
002660 01  WS-BAD-PARM-LINE.
002670     05  FILLER                     PIC X(01) VALUE SPACE.
002680     05  FILLER                     PIC X(45) VALUE
002690         'PARM MUST BE VALIDATE OR LOAD - NOTHING DONE.'.
002700     05  FILLER                     PIC X(87) VALUE SPACES.
002710
002720 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002730
002740     EXEC SQL
002750       INCLUDE SQLCA
002760     END-EXEC.
002770
002780     EXEC SQL
002790       INCLUDE EMPLOYEE
002800     END-EXEC.
002810
002820     EXEC SQL
002830       INCLUDE DEPARTMENT
002840     END-EXEC.
002850
002860     EXEC SQL
002870       INCLUDE SALLIMIT
002880     END-EXEC.
002890
002900     EXEC SQL
002910       INCLUDE PENDSAL
002920     END-EXEC.
002930
002940     EXEC SQL
002950       INCLUDE APPRCTL
002960     END-EXEC.
002970
002980     EXEC SQL
002990       INCLUDE RUNLOG
003000     END-EXEC.
003010
003020 LINKAGE SECTION.
003030 01  PARM-DATA.
003040     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
003050     05  PARM-TEXT                  PIC X(08).
003060
003070 PROCEDURE DIVISION USING PARM-DATA.
003080
003090 0000-MAINLINE.
003100     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
003110     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
003120     IF WS-PARM-OK
003130        PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
003140            UNTIL WS-EOF-MERIT
003150        PERFORM 3000-DEPT-COST    THRU 3000-EXIT
003160     END-IF
003170     PERFORM 8000-TERMINATE       THRU 8000-EXIT
003180     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
003190     GO TO 9999-EXIT.
003200
003210****************************************************************
003220*    1000-INITIALIZE - MODE FROM THE PARM, THE GLOBAL BAND AND  *
003230*    APPROVAL THRESHOLDS, OPEN FILES AND PRIME THE FIRST READ   *
003240****************************************************************
003250 1000-INITIALIZE.
003260     OPEN OUTPUT MRPFILE
003270
003280     EVALUATE TRUE
003290       WHEN PARM-LENGTH = ZERO
003300         SET WS-VALIDATE-MODE TO TRUE
003310         MOVE 'Y' TO WS-SW-PARM-OK
003320       WHEN PARM-LENGTH = 8 AND PARM-TEXT = 'VALIDATE'
003330         SET WS-VALIDATE-MODE TO TRUE
003340         MOVE 'Y' TO WS-SW-PARM-OK
003350       WHEN PARM-LENGTH = 4 AND PARM-TEXT (1:4) = 'LOAD'
003360         SET WS-LOAD-MODE TO TRUE
003370         MOVE 'Y' TO WS-SW-PARM-OK
003380     END-EVALUATE
003390
003400     PERFORM 2400-PAGE-BREAK THRU 2400-EXIT
003410
003420     IF NOT WS-PARM-OK
003430        MOVE 8 TO WS-RETURN-CODE
003440        WRITE MRP-RECORD FROM WS-BAD-PARM-LINE
003450        GO TO 1000-EXIT
003460     END-IF
003470
003480     MOVE '1' TO LIMIT-ID
003490     EXEC SQL
003500       SELECT MIN_SALARY, MAX_SALARY
003510         INTO :MIN-SALARY, :MAX-SALARY
003520         FROM SALARY_LIMITS
003530        WHERE LIMIT_ID = :LIMIT-ID
003540     END-EXEC
003550
003560     IF SQLCODE NOT = 0
003570        MOVE 'N' TO WS-SW-PARM-OK
003580        MOVE 8   TO WS-RETURN-CODE
003590        MOVE 'UNABLE TO READ SALARY_LIMITS - NOTHING DONE.'
003600          TO MRP-RECORD
003610        WRITE MRP-RECORD
003620        GO TO 1000-EXIT
003630     END-IF
003640
003650     PERFORM 1400-GET-THRESHOLDS THRU 1400-EXIT
003660
003670     EXEC SQL
003680       DECLARE DPAYCSR CURSOR FOR
003690       SELECT D.DEPT_CODE, D.DEPT_NAME,
003700              COUNT(E.EMP_ID), COALESCE(SUM(E.SALARY), 0)
003710         FROM DEPARTMENT D
003720              LEFT OUTER JOIN EMPLOYEE E
003730                ON E.DEPT_CODE = D.DEPT_CODE
003740               AND E.EMP_STATUS NOT = 'T'
003750        GROUP BY D.DEPT_CODE, D.DEPT_NAME
003760        ORDER BY D.DEPT_CODE
003770     END-EXEC
003780
003790     OPEN INPUT MERFILE
003800     PERFORM 2100-READ-MERIT THRU 2100-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
003840****************************************************************
003850*    1400-GET-THRESHOLDS - THE APPRCTL APPROVAL THRESHOLDS.     *
003860*    NO CONTROL ROW MEANS NOTHING IS EVER HELD.                 *
003870****************************************************************
003880 1400-GET-THRESHOLDS.
003890     EXEC SQL
003900       SELECT ABS_THRESHOLD, PCT_THRESHOLD
003910         INTO :APPR-ABS-THRESHOLD, :APPR-PCT-THRESHOLD
003920         FROM APPRCTL
003930        WHERE CTL_ID = '1'
003940     END-EXEC
003950
003960     IF SQLCODE = 0
003970        SET WS-APPR-FOUND TO TRUE
003980     END-IF.
003990 1400-EXIT.
004000     EXIT.
004010
004020****************************************************************
004030*    2000-PROCESS-LINE - EDIT ONE MERIT LINE, SCHEDULE IT IN    *
004040*    LOAD MODE, LIST IT WHEN REJECTED                          *
004050****************************************************************
004060 2000-PROCESS-LINE.
004070     MOVE SPACES TO WS-REJECT-TEXT
004080
004090     PERFORM 2200-EDIT-LINE THRU 2200-EXIT
004100
004110     IF WS-REJECT-TEXT = SPACES
004120        PERFORM 2160-CHECK-THRESHOLD THRU 2160-EXIT
004130        IF WS-LOAD-MODE
004140           PERFORM 2300-SCHEDULE-CHANGE THRU 2300-EXIT
004150        END-IF
004160     END-IF
004170
004180     IF WS-REJECT-TEXT = SPACES
004190        ADD 1 TO WS-ACCEPT-COUNT
004200        IF WS-CHANGE-HELD
004210           ADD 1 TO WS-HELD-COUNT
004220        END-IF
004230        PERFORM 2500-ADD-CYCLE-COST THRU 2500-EXIT
004240     ELSE
004250        ADD 1 TO WS-REJECT-COUNT
004260        PERFORM 2600-WRITE-REJECT THRU 2600-EXIT
004270     END-IF
004280
004290     PERFORM 2100-READ-MERIT THRU 2100-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320
004330****************************************************************
004340*    2100-READ-MERIT - NEXT HR LINE, EOF ON END                 *
004350****************************************************************
004360 2100-READ-MERIT.
004370     READ MERFILE
004380         AT END MOVE 'Y' TO WS-SW-EOF
004390     END-READ
004400
004410     IF NOT WS-EOF-MERIT
004420        ADD 1 TO WS-READ-COUNT
004430     END-IF.
004440 2100-EXIT.
004450     EXIT.
004460
004470****************************************************************
004480*    2200-EDIT-LINE - FIELD EDITS, THEN THE EMPLOYEE, OPEN      *
004490*    PENDING CHANGES, NEW SALARY AND BAND.  THE FIRST FAILURE   *
004500*    FILLS WS-REJECT-TEXT.                                      *
004510****************************************************************
004520 2200-EDIT-LINE.
004530     IF MER-EMP-ID IS NOT NUMERIC
004540        MOVE 'EMP ID NOT NUMERIC' TO WS-REJECT-TEXT
004550        GO TO 2200-EXIT
004560     END-IF
004570
004580     IF NOT MER-NEW-SALARY AND NOT MER-PERCENT
004590        MOVE 'CHANGE TYPE MUST BE S OR P' TO WS-REJECT-TEXT
004600        GO TO 2200-EXIT
004610     END-IF
004620
004630     IF MER-CHANGE-VALUE IS NOT NUMERIC
004640        OR MER-SALARY-VALUE = ZERO
004650        MOVE 'CHANGE VALUE MISSING OR NOT NUMERIC'
004660          TO WS-REJECT-TEXT
004670        GO TO 2200-EXIT
004680     END-IF
004690
004700     EXEC SQL
004710       SELECT DAYS(DATE(:MER-EFF-DATE)) - DAYS(CURRENT DATE)
004720         INTO :WS-DAYS-AHEAD
004730         FROM SYSIBM.SYSDUMMY1
004740     END-EXEC
004750
004760     IF SQLCODE NOT = 0
004770        MOVE 'EFFECTIVE DATE NOT A VALID YYYY-MM-DD'
004780          TO WS-REJECT-TEXT
004790        GO TO 2200-EXIT
004800     END-IF
004810     IF WS-DAYS-AHEAD < ZERO
004820        MOVE 'EFFECTIVE DATE IS IN THE PAST' TO WS-REJECT-TEXT
004830        GO TO 2200-EXIT
004840     END-IF
004850
004860     MOVE MER-EMP-ID TO EMP-ID
004870     EXEC SQL
004880       SELECT SALARY, DEPT_CODE, EMP_STATUS, FTE_PCT
004890         INTO :SALARY, :DEPT-CODE, :EMP-STATUS, :FTE-PCT
004900         FROM EMPLOYEE
004910        WHERE EMP_ID = :EMP-ID
004920     END-EXEC
004930
004940     EVALUATE SQLCODE
004950       WHEN 0
004960         CONTINUE
004970       WHEN 100
004980         MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-TEXT
004990         GO TO 2200-EXIT
005000       WHEN OTHER
005010         PERFORM 2700-DB-ERROR THRU 2700-EXIT
005020         GO TO 2200-EXIT
005030     END-EVALUATE
005040
005050     IF EMP-STATUS = 'T'
005060        MOVE 'EMPLOYEE IS TERMINATED' TO WS-REJECT-TEXT
005070        GO TO 2200-EXIT
005080     END-IF
005090
005100     MOVE EMP-ID TO PEND-EMPID
005110     EXEC SQL
005120       SELECT COUNT(*)
005130         INTO :WS-OPEN-COUNT
005140         FROM PENDING_SALARY
005150        WHERE EMP_ID = :PEND-EMPID
005160          AND APPLIED IN ('N', 'H')
005170     END-EXEC
005180
005190     IF WS-OPEN-COUNT > ZERO
005200        MOVE 'OPEN PENDING SALARY CHANGE ON FILE'
005210          TO WS-REJECT-TEXT
005220        GO TO 2200-EXIT
005230     END-IF
005240
005250     IF MER-PERCENT
005260        COMPUTE WS-NEW-SALARY ROUNDED =
005270            SALARY + (SALARY * MER-PCT-VALUE / 100)
005280     ELSE
005290        MOVE MER-SALARY-VALUE TO WS-NEW-SALARY
005300     END-IF
005310
005320     IF WS-NEW-SALARY = SALARY
005330        MOVE 'NEW SALARY SAME AS CURRENT' TO WS-REJECT-TEXT
005340        GO TO 2200-EXIT
005350     END-IF
005360
005370     PERFORM 2150-GET-BAND THRU 2150-EXIT
005380
005382     IF FTE-PCT > ZERO AND FTE-PCT < 100
005385        COMPUTE WS-FTE-SALARY ROUNDED =
005390            WS-NEW-SALARY * 100 / FTE-PCT
005391     ELSE
005392        MOVE WS-NEW-SALARY TO WS-FTE-SALARY
005395     END-IF
005396
005398     IF WS-FTE-SALARY < WS-BAND-MIN
005400        MOVE 'NEW SALARY BELOW THE DEPARTMENT BAND'
005410          TO WS-REJECT-TEXT
005420        GO TO 2200-EXIT
005430     END-IF
005440     IF WS-FTE-SALARY > WS-BAND-MAX
005450        MOVE 'NEW SALARY ABOVE THE DEPARTMENT BAND'
005460          TO WS-REJECT-TEXT
005470        GO TO 2200-EXIT
005480     END-IF.
005490 2200-EXIT.
005500     EXIT.
005510
005520****************************************************************
005530*    2150-GET-BAND - THE DEPTBAND ROW FOR THE EMPLOYEE'S        *
005540*    DEPARTMENT, OR THE GLOBAL SALARY_LIMITS BAND WHEN THE      *
005550*    DEPARTMENT HAS NO ROW OF ITS OWN                           *
005560****************************************************************
005570 2150-GET-BAND.
005580     EXEC SQL
005590       SELECT MIN_SALARY, MAX_SALARY
005600         INTO :WS-BAND-MIN, :WS-BAND-MAX
005610         FROM DEPTBAND
005620        WHERE DEPT_CODE = :DEPT-CODE
005630     END-EXEC
005640
005650     IF SQLCODE NOT = 0
005660        MOVE MIN-SALARY TO WS-BAND-MIN
005670        MOVE MAX-SALARY TO WS-BAND-MAX
005680     END-IF.
005690 2150-EXIT.
005700     EXIT.
005710
005720****************************************************************
005730*    2160-CHECK-THRESHOLD - DOES THIS INCREASE NEED A SECOND    *
005740*    OPERATOR?  SAME TEST AS THE ONLINE ENTRY AND EMPMASS       *
005750****************************************************************
005760 2160-CHECK-THRESHOLD.
005770     MOVE 'N' TO WS-SW-HOLD
005780
005790     IF NOT WS-APPR-FOUND
005800        GO TO 2160-EXIT
005810     END-IF
005820
005830     COMPUTE WS-SALARY-DELTA = WS-NEW-SALARY - SALARY
005840     IF WS-SALARY-DELTA < ZERO
005850        COMPUTE WS-SALARY-DELTA = ZERO - WS-SALARY-DELTA
005860     END-IF
005870
005880     IF WS-SALARY-DELTA > APPR-ABS-THRESHOLD
005890        SET WS-CHANGE-HELD TO TRUE
005900     END-IF
005910     IF SALARY > ZERO
005920        IF WS-SALARY-DELTA * 100 >
005930           APPR-PCT-THRESHOLD * SALARY
005940           SET WS-CHANGE-HELD TO TRUE
005950        END-IF
005960     END-IF.
005970 2160-EXIT.
005980     EXIT.
005990
006000****************************************************************
006010*    2300-SCHEDULE-CHANGE - THE PENDING_SALARY ROW EMPPEND      *
006020*    WILL APPLY ON THE EFFECTIVE DATE ('H' WHEN HELD)           *
006030****************************************************************
006040 2300-SCHEDULE-CHANGE.
006050     IF WS-CHANGE-HELD
006060        MOVE 'H' TO WS-PEND-STATUS
006070     ELSE
006080        MOVE 'N' TO WS-PEND-STATUS
006090     END-IF
006100
006110     MOVE EMP-ID        TO PEND-EMPID
006120     MOVE WS-NEW-SALARY TO NEW-SALARY
006130     MOVE MER-EFF-DATE  TO EFF-DATE
006140     MOVE MER-REASON    TO PEND-REASON
006150
006160     EXEC SQL
006170       INSERT INTO PENDING_SALARY
006180         (EMP_ID, NEW_SALARY, EFF_DATE,
006190          ENTERED_BY, ENTERED_TS, APPLIED, REASON)
006200       VALUES
006210         (:PEND-EMPID, :NEW-SALARY, :EFF-DATE,
006220          'BCH', CURRENT TIMESTAMP, :WS-PEND-STATUS,
006230          :PEND-REASON)
006240     END-EXEC
006250
006260     IF SQLCODE NOT = 0
006270        PERFORM 2700-DB-ERROR THRU 2700-EXIT
006280     END-IF.
006290 2300-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330*    2400-PAGE-BREAK - NEW PAGE WITH THE CURRENT SECTION'S      *
006340*    COLUMN HEADING                                            *
006350****************************************************************
006360 2400-PAGE-BREAK.
006370     ADD 1 TO WS-PAGE-NUMBER
006380     MOVE ZERO TO WS-LINE-COUNT
006390
006400     IF WS-LOAD-MODE
006410        MOVE 'LOAD    ' TO WS-H1-MODE
006420     ELSE
006430        MOVE 'VALIDATE' TO WS-H1-MODE
006440     END-IF
006450     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
006460     WRITE MRP-RECORD FROM WS-HEADING-LINE-1
006470         AFTER ADVANCING PAGE
006480     IF WS-REJECT-SECTION
006490        WRITE MRP-RECORD FROM WS-REJECT-HEADING
006500     ELSE
006510        WRITE MRP-RECORD FROM WS-DEPT-HEADING
006520     END-IF
006530     WRITE MRP-RECORD FROM WS-BLANK-LINE.
006540 2400-EXIT.
006550     EXIT.
006560
006570****************************************************************
006580*    2500-ADD-CYCLE-COST - THE ACCEPTED INCREASE INTO ITS       *
006590*    DEPARTMENT'S ENTRY, ADDING THE ENTRY WHEN FIRST SEEN       *
006600****************************************************************
006610 2500-ADD-CYCLE-COST.
006620     PERFORM 2510-FIND-CYCLE-DEPT THRU 2510-EXIT
006630         VARYING WS-CY-IDX FROM 1 BY 1
006640         UNTIL WS-CY-IDX > WS-CY-USED
006650            OR WS-CY-DEPT (WS-CY-IDX) = DEPT-CODE
006660
006670     IF WS-CY-IDX > WS-CY-USED
006680        IF WS-CY-USED >= WS-CY-MAX
006690           DISPLAY 'EMPMERIT - DEPARTMENT TABLE FULL, COST FOR '
006700                   DEPT-CODE ' NOT SUMMARIZED'
006710           GO TO 2500-EXIT
006720        END-IF
006730        ADD 1 TO WS-CY-USED
006740        MOVE WS-CY-USED TO WS-CY-IDX
006750        MOVE DEPT-CODE  TO WS-CY-DEPT (WS-CY-IDX)
006760        MOVE ZERO       TO WS-CY-LINES (WS-CY-IDX)
006770                           WS-CY-HELD (WS-CY-IDX)
006780                           WS-CY-COST (WS-CY-IDX)
006790     END-IF
006800
006810     ADD 1 TO WS-CY-LINES (WS-CY-IDX)
006820     IF WS-CHANGE-HELD
006830        ADD 1 TO WS-CY-HELD (WS-CY-IDX)
006840     END-IF
006850     COMPUTE WS-CY-COST (WS-CY-IDX) =
006860         WS-CY-COST (WS-CY-IDX) + WS-NEW-SALARY - SALARY.
006870 2500-EXIT.
006880     EXIT.
006890
006900****************************************************************
006910*    2510-FIND-CYCLE-DEPT - SEARCH STEP (THE TEST IS ON THE     *
006920*    PERFORM)                                                  *
006930****************************************************************
006940 2510-FIND-CYCLE-DEPT.
006950     CONTINUE.
006960 2510-EXIT.
006970     EXIT.
006980
006990****************************************************************
007000*    2600-WRITE-REJECT - ONE REJECTED HR LINE                   *
007010****************************************************************
007020 2600-WRITE-REJECT.
007030     ADD 1 TO WS-LINE-COUNT
007040     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
007050        PERFORM 2400-PAGE-BREAK THRU 2400-EXIT
007060        ADD 1 TO WS-LINE-COUNT
007070     END-IF
007080
007090     MOVE WS-READ-COUNT    TO WS-RL-LINE-NO
007100     MOVE MER-EMP-ID       TO WS-RL-EMP-ID
007110     MOVE MER-CHANGE-TYPE  TO WS-RL-TYPE
007120     MOVE MER-CHANGE-VALUE TO WS-RL-VALUE
007130     MOVE MER-EFF-DATE     TO WS-RL-EFF-DATE
007140     MOVE MER-REASON       TO WS-RL-REASON
007150     MOVE WS-REJECT-TEXT   TO WS-RL-REJECT
007160
007170     WRITE MRP-RECORD FROM WS-REJECT-LINE.
007180 2600-EXIT.
007190     EXIT.
007200
007210****************************************************************
007220*    2700-DB-ERROR - UNEXPECTED SQLCODE ON A LINE; THE LINE IS  *
007230*    REJECTED AND THE RUN ENDS RC=8                             *
007240****************************************************************
007250 2700-DB-ERROR.
007260     ADD 1 TO WS-DB-ERROR-COUNT
007270     MOVE SQLCODE TO WS-SQLCODE-DISP
007280     STRING 'DATABASE ERROR, SQLCODE ' WS-SQLCODE-DISP
007290         DELIMITED BY SIZE INTO WS-REJECT-TEXT
007300     END-STRING
007310     DISPLAY 'EMPMERIT - SQLCODE ' WS-SQLCODE-DISP
007320             ' ON MERIT LINE FOR EMP_ID ' MER-EMP-ID.
007330 2700-EXIT.
007340     EXIT.
007350
007360****************************************************************
007370*    3000-DEPT-COST - SECOND SECTION: EVERY DEPARTMENT'S        *
007380*    CURRENT PAYROLL WITH THE CYCLE COST AGAINST IT             *
007390****************************************************************
007400 3000-DEPT-COST.
007410     IF WS-REJECT-COUNT = ZERO
007420        WRITE MRP-RECORD FROM WS-NO-REJECTS-LINE
007430     END-IF
007440
007450     SET WS-DEPT-SECTION TO TRUE
007460     PERFORM 2400-PAGE-BREAK THRU 2400-EXIT
007470
007480     EXEC SQL OPEN DPAYCSR END-EXEC
007490
007500     PERFORM 3100-FETCH-DEPT THRU 3100-EXIT
007510     PERFORM 3200-WRITE-DEPT THRU 3200-EXIT
007520         UNTIL WS-EOF-DEPTS
007530
007540     EXEC SQL CLOSE DPAYCSR END-EXEC
007550
007560     MOVE 'ALL'                TO WS-DL-DEPT-CODE
007570     MOVE 'TOTAL'              TO WS-DL-DEPT-NAME
007580     MOVE WS-TT-HEADCOUNT      TO WS-DP-HEADCOUNT
007590     MOVE WS-TT-PAYROLL        TO WS-DP-PAYROLL
007600     MOVE WS-TT-LINES          TO WS-DP-LINES
007610     MOVE WS-TT-HELD           TO WS-DP-HELD
007620     MOVE WS-TT-COST           TO WS-DP-COST
007630     PERFORM 3300-FORMAT-DEPT-LINE THRU 3300-EXIT
007640     WRITE MRP-RECORD FROM WS-BLANK-LINE
007650     WRITE MRP-RECORD FROM WS-DEPT-LINE.
007660 3000-EXIT.
007670     EXIT.
007680
007690****************************************************************
007700*    3100-FETCH-DEPT - NEXT DEPARTMENT'S PAYROLL, EOF ON END    *
007710****************************************************************
007720 3100-FETCH-DEPT.
007730     EXEC SQL
007740       FETCH DPAYCSR
007750        INTO :DEPT-CD, :DEPT-NAME,
007760             :WS-DP-HEADCOUNT, :WS-DP-PAYROLL
007770     END-EXEC
007780
007790     IF SQLCODE NOT = 0
007800        MOVE 'Y' TO WS-SW-DEPT-EOF
007810     END-IF.
007820 3100-EXIT.
007830     EXIT.
007840
007850****************************************************************
007860*    3200-WRITE-DEPT - ONE DEPARTMENT LINE; THE CYCLE FIGURES   *
007870*    COME FROM THE TABLE BUILT WHILE READING THE FILE           *
007880****************************************************************
007890 3200-WRITE-DEPT.
007900     MOVE ZERO TO WS-DP-LINES
007910                  WS-DP-HELD
007920                  WS-DP-COST
007930
007940     PERFORM 2510-FIND-CYCLE-DEPT THRU 2510-EXIT
007950         VARYING WS-CY-IDX FROM 1 BY 1
007960         UNTIL WS-CY-IDX > WS-CY-USED
007970            OR WS-CY-DEPT (WS-CY-IDX) = DEPT-CD
007980
007990     IF WS-CY-IDX NOT > WS-CY-USED
008000        MOVE WS-CY-LINES (WS-CY-IDX) TO WS-DP-LINES
008010        MOVE WS-CY-HELD (WS-CY-IDX)  TO WS-DP-HELD
008020        MOVE WS-CY-COST (WS-CY-IDX)  TO WS-DP-COST
008030     END-IF
008040
008050     ADD WS-DP-HEADCOUNT TO WS-TT-HEADCOUNT
008060     ADD WS-DP-PAYROLL   TO WS-TT-PAYROLL
008070     ADD WS-DP-LINES     TO WS-TT-LINES
008080     ADD WS-DP-HELD      TO WS-TT-HELD
008090     ADD WS-DP-COST      TO WS-TT-COST
008100
008110     ADD 1 TO WS-LINE-COUNT
008120     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
008130        PERFORM 2400-PAGE-BREAK THRU 2400-EXIT
008140        ADD 1 TO WS-LINE-COUNT
008150     END-IF
008160
008170     MOVE DEPT-CD   TO WS-DL-DEPT-CODE
008180     MOVE DEPT-NAME TO WS-DL-DEPT-NAME
008190     PERFORM 3300-FORMAT-DEPT-LINE THRU 3300-EXIT
008200     WRITE MRP-RECORD FROM WS-DEPT-LINE
008210
008220     PERFORM 3100-FETCH-DEPT THRU 3100-EXIT.
008230 3200-EXIT.
008240     EXIT.
008250
008260****************************************************************
008270*    3300-FORMAT-DEPT-LINE - FIGURES IN WS-DEPT-FIELDS TO THE   *
008280*    PRINT LINE; PCT IS CYCLE COST AS A PERCENT OF PAYROLL      *
008290****************************************************************
008300 3300-FORMAT-DEPT-LINE.
008310     MOVE WS-DP-HEADCOUNT TO WS-DL-HEADCOUNT
008320     MOVE WS-DP-PAYROLL   TO WS-DL-PAYROLL
008330     MOVE WS-DP-LINES     TO WS-DL-LINES
008340     MOVE WS-DP-HELD      TO WS-DL-HELD
008350     MOVE WS-DP-COST      TO WS-DL-COST
008360
008370     IF WS-DP-PAYROLL > ZERO
008380        COMPUTE WS-COST-PCT ROUNDED =
008390            WS-DP-COST * 100 / WS-DP-PAYROLL
008400     ELSE
008410        MOVE ZERO TO WS-COST-PCT
008420     END-IF
008430     MOVE WS-COST-PCT TO WS-DL-PCT
008440
008450     COMPUTE WS-DL-NEW-PAYROLL = WS-DP-PAYROLL + WS-DP-COST.
008460 3300-EXIT.
008470     EXIT.
008480
008490****************************************************************
008500*    8000-TERMINATE - COUNTS, COMMIT IN LOAD MODE, CLOSE UP     *
008510****************************************************************
008520 8000-TERMINATE.
008530     IF WS-PARM-OK
008540        CLOSE MERFILE
008550
008560        WRITE MRP-RECORD FROM WS-BLANK-LINE
008570        MOVE 'MERIT LINES READ          :' TO WS-CL-LABEL
008580        MOVE WS-READ-COUNT TO WS-CL-COUNT
008590        WRITE MRP-RECORD FROM WS-COUNT-LINE
008600        MOVE 'ACCEPTED                  :' TO WS-CL-LABEL
008610        MOVE WS-ACCEPT-COUNT TO WS-CL-COUNT
008620        WRITE MRP-RECORD FROM WS-COUNT-LINE
008630        MOVE '  OF WHICH HELD (U04C)    :' TO WS-CL-LABEL
008640        MOVE WS-HELD-COUNT TO WS-CL-COUNT
008650        WRITE MRP-RECORD FROM WS-COUNT-LINE
008660        MOVE 'REJECTED                  :' TO WS-CL-LABEL
008670        MOVE WS-REJECT-COUNT TO WS-CL-COUNT
008680        WRITE MRP-RECORD FROM WS-COUNT-LINE
008690
008700        IF WS-LOAD-MODE
008710           IF WS-DB-ERROR-COUNT = ZERO
008720              EXEC SQL COMMIT END-EXEC
008730           ELSE
008740              EXEC SQL ROLLBACK END-EXEC
008750              MOVE 'DATABASE ERRORS - THE LOAD WAS BACKED OUT.'
008760                TO MRP-RECORD
008770              WRITE MRP-RECORD
008780           END-IF
008790        ELSE
008800           WRITE MRP-RECORD FROM WS-BLANK-LINE
008810           WRITE MRP-RECORD FROM WS-VALIDATE-LINE
008820        END-IF
008830
008840        IF WS-REJECT-COUNT > ZERO
008850           MOVE 4 TO WS-RETURN-CODE
008860        END-IF
008870        IF WS-DB-ERROR-COUNT > ZERO
008880           MOVE 8 TO WS-RETURN-CODE
008890        END-IF
008900     END-IF
008910
008920     CLOSE MRPFILE
008930
008940     MOVE WS-RETURN-CODE TO RETURN-CODE.
008950 8000-EXIT.
008960     EXIT.
008970
008980****************************************************************
008990*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
009000*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
009010****************************************************************
009020 0100-LOG-RUN-START.
009030     MOVE 'EMPMERIT' TO RLOG-PGM-NAME
009040     EXEC SQL
009050       INSERT INTO RUNLOG
009060         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
009070          RUN_STATUS)
009080       VALUES
009090         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
009100     END-EXEC
009110
009120     EXEC SQL
009130       SELECT INT(IDENTITY_VAL_LOCAL())
009140         INTO :RLOG-SEQ
009150         FROM SYSIBM.SYSDUMMY1
009160     END-EXEC
009170
009180     EXEC SQL COMMIT END-EXEC.
009190 0100-EXIT.
009200     EXIT.
009210
009220****************************************************************
009230*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
009240*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
009250****************************************************************
009260 8900-LOG-RUN-END.
009270     MOVE WS-READ-COUNT TO RLOG-REC-COUNT
009280     MOVE RETURN-CODE TO RLOG-RETURN-CD
009290
009300     EXEC SQL
009310       UPDATE RUNLOG
009320          SET END_TS     = CURRENT TIMESTAMP,
009330              REC_COUNT  = :RLOG-REC-COUNT,
009340              RETURN_CD  = :RLOG-RETURN-CD,
009350              RUN_STATUS = 'C'
009360        WHERE RUN_SEQ = :RLOG-SEQ
009370     END-EXEC
009380
009390     EXEC SQL COMMIT END-EXEC.
009400 8900-EXIT.
009410     EXIT.
009420
009430 9999-EXIT.
009440     GOBACK.
