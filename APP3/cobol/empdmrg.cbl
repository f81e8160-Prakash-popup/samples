000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPDMRG.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPDMRG                                       *
000100*    FUNCTION : MERGES ONE DEPARTMENT INTO ANOTHER AND RETIRES *
000110*               THE OLD CODE.  THE EXEC PARM IS                *
000120*                 OLD,NEW                                      *
000130*               (BOTH DEPT_CODES, BOTH OPEN, OLD NOT 'UNK').   *
000140*               EVERY EMPLOYEE STILL CODED TO OLD - ANY STATUS *
000150*               - IS MOVED TO NEW THE WAY AN ONLINE TRANSFER   *
000160*               THROUGH EMPSRV IS: EMPLOYEE UPDATED, ONE       *
000170*               XFERHIST ROW AND ONE EMPAUDIT 'U' ROW, ALL     *
000180*               COMMITTED TOGETHER.  THE DEPTBAND ROW IS THEN  *
000190*               RECONCILED - OLD'S BAND IS CARRIED OVER WHEN   *
000200*               NEW HAS NONE, OTHERWISE NEW'S BAND STANDS -    *
000210*               AND OLD'S BAND ROW IS REMOVED.  LAST, THE OLD  *
000220*               DEPARTMENT ROW IS MARKED RETIRED (ACTIVE_FLAG  *
000230*               'N', RETIRED_DATE TODAY) - KEPT, SO REPORTS    *
000240*               AND HISTORY STILL SHOW ITS NAME.  BAND AND     *
000250*               DEPARTMENT CHANGES GO TO REFAUDIT.  A MOVED    *
000260*               EMPLOYEE WHOSE SALARY (FTE SALARY FOR A PART-  *
000270*               TIMER) FALLS OUTSIDE THE BAND NOW IN FORCE IS  *
000280*               FLAGGED (RC=4).  A DATABASE ERROR STOPS THE    *
000290*               RUN BEFORE THE RETIREMENT (RC=8); THE MOVES    *
000300*               ALREADY COMMITTED STAND AND A RERUN PICKS UP   *
000310*               THE REST.                                      *
000320*    CALLED BY: JOB EMPDMRGJ, STEP STEP010 (ON DEMAND).       *
000330*                                                              *
000340****************************************************************
000350*    MODIFICATION HISTORY
000360*    --------------------
000370*    10/15/2026  DLR  INITIAL VERSION.
000380*    10/15/2026  DLR  BAND CHECK ON THE FTE SALARY (SALARY * 100 /
000390*                     FTE_PCT) SO A PART-TIMER IS NOT FLAGGED.
000400****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MRGFILE  ASSIGN TO MRGOUT
000450            ORGANIZATION IS SEQUENTIAL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  MRGFILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520 01  MRG-RECORD                     PIC X(133).
000530
000540 WORKING-STORAGE SECTION.
000550****************************************************************
000560*    SWITCHES AND COUNTERS                                     *
000570****************************************************************
000580 01  WS-SWITCHES.
000590     05  WS-SW-EOF                  PIC X(01) VALUE 'N'.
000600         88  WS-EOF-EMPLOYEES           VALUE 'Y'.
000610     05  WS-SW-PARM-OK              PIC X(01) VALUE 'N'.
000620         88  WS-PARM-OK                 VALUE 'Y'.
000630     05  WS-SW-APPLY-OK             PIC X(01) VALUE 'N'.
000640         88  WS-APPLY-OK                VALUE 'Y'.
000650     05  WS-SW-OLD-BAND             PIC X(01) VALUE 'N'.
000660         88  WS-OLD-HAS-BAND            VALUE 'Y'.
000670     05  WS-SW-NEW-BAND             PIC X(01) VALUE 'N'.
000680         88  WS-NEW-HAS-BAND            VALUE 'Y'.
000690     05  WS-SW-RETIRED              PIC X(01) VALUE 'N'.
000700         88  WS-OLD-RETIRED             VALUE 'Y'.
000710
000720 01  WS-COUNTERS.
000730     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000740                                         VALUE ZERO.
000750     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000760                                         VALUE ZERO.
000770     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000780     05  WS-MOVED-COUNT             PIC 9(07) USAGE COMP
000790                                         VALUE ZERO.
000800     05  WS-OUT-OF-BAND-COUNT       PIC 9(07) USAGE COMP
000810                                         VALUE ZERO.
000820     05  WS-DB-ERROR-COUNT          PIC 9(07) USAGE COMP
000830                                         VALUE ZERO.
000840
000850 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
000860                                         VALUE ZERO.
000870 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
000880 77  WS-LEFT-BEHIND                 PIC S9(09) USAGE COMP
000890                                         VALUE ZERO.
000900
000910****************************************************************
000920*    MERGE CONTROL - THE TWO DEPARTMENTS AND THE BAND IN FORCE  *
000930*    FOR NEW ONCE THE MERGE IS DONE                             *
000940****************************************************************
000950 01  WS-OLD-DEPT                    PIC X(03) VALUE SPACES.
000960 01  WS-NEW-DEPT                    PIC X(03) VALUE SPACES.
000970 01  WS-OLD-DEPT-NAME               PIC X(20) VALUE SPACES.
000980 01  WS-NEW-DEPT-NAME               PIC X(20) VALUE SPACES.
000990 01  WS-OLD-MIN-SALARY              PIC S9(09) USAGE COMP
001000                                         VALUE ZERO.
001010 01  WS-OLD-MAX-SALARY              PIC S9(09) USAGE COMP
001020                                         VALUE ZERO.
001030 01  WS-BAND-MIN-SALARY             PIC S9(09) USAGE COMP
001040                                         VALUE ZERO.
001050 01  WS-BAND-MAX-SALARY             PIC S9(09) USAGE COMP
001060                                         VALUE ZERO.
001070 01  WS-BAND-SOURCE                 PIC X(30) VALUE SPACES.
001080 01  WS-FTE-SALARY                  PIC S9(09) USAGE COMP
001090                                         VALUE ZERO.
001100
001110****************************************************************
001120*    PARM PARSING                                              *
001130****************************************************************
001140 01  WS-PARM-OLD                    PIC X(04) VALUE SPACES.
001150 01  WS-PARM-NEW                    PIC X(04) VALUE SPACES.
001160 77  WS-PARM-LEN                    PIC S9(04) USAGE COMP
001170                                         VALUE ZERO.
001180
001190 01  WS-EMP-NAME                    PIC X(25) VALUE SPACES.
001200
001210****************************************************************
001220*    PRINT LINE LAYOUTS                                        *
001230****************************************************************
001240 01  WS-HEADING-LINE-1.
001250     05  FILLER                     PIC X(01) VALUE '1'.
001260     05  FILLER                     PIC X(34) VALUE
001270         'EMP1 PAYROLL - DEPARTMENT MERGE   '.
001280     05  FILLER                     PIC X(05) VALUE 'FROM '.
001290     05  WS-H1-OLD-DEPT             PIC X(03).
001300     05  FILLER                     PIC X(01) VALUE SPACE.
001310     05  WS-H1-OLD-NAME             PIC X(20).
001320     05  FILLER                     PIC X(04) VALUE ' TO '.
001330     05  WS-H1-NEW-DEPT             PIC X(03).
001340     05  FILLER                     PIC X(01) VALUE SPACE.
001350     05  WS-H1-NEW-NAME             PIC X(20).
001360     05  FILLER                     PIC X(02) VALUE SPACES.
001370     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001380     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001390     05  FILLER                     PIC X(30) VALUE SPACES.
001400
001410 01  WS-HEADING-LINE-2.
001420     05  FILLER                     PIC X(01) VALUE SPACE.
001430     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
001440     05  FILLER                     PIC X(26) VALUE
001450         'NAME                      '.
001460     05  FILLER                     PIC X(07) VALUE 'STATUS '.
001470     05  FILLER                     PIC X(13) VALUE
001480         '       SALARY'.
001490     05  FILLER                     PIC X(02) VALUE SPACES.
001500     05  FILLER                     PIC X(24) VALUE
001510         'NOTE                    '.
001520     05  FILLER                     PIC X(49) VALUE SPACES.
001530
001540 01  WS-DETAIL-LINE.
001550     05  FILLER                     PIC X(01) VALUE SPACE.
001560     05  WS-DT-EMP-ID               PIC 9(09).
001570     05  FILLER                     PIC X(02) VALUE SPACES.
001580     05  WS-DT-NAME                 PIC X(25).
001590     05  FILLER                     PIC X(03) VALUE SPACES.
001600     05  WS-DT-STATUS               PIC X(01).
001610     05  FILLER                     PIC X(05) VALUE SPACES.
001620     05  WS-DT-SALARY               PIC ZZZ,ZZZ,ZZ9.
001630     05  FILLER                     PIC X(04) VALUE SPACES.
001640     05  WS-DT-NOTE                 PIC X(24).
001650     05  FILLER                     PIC X(48) VALUE SPACES.
001660
001670 01  WS-BAND-LINE.
001680     05  FILLER                     PIC X(01) VALUE SPACE.
001690     05  FILLER                     PIC X(15) VALUE
001700         'BAND IN FORCE: '.
001710     05  WS-BL-MIN                  PIC ZZZ,ZZZ,ZZ9.
001720     05  FILLER                     PIC X(03) VALUE ' - '.
001730     05  WS-BL-MAX                  PIC ZZZ,ZZZ,ZZ9.
001740     05  FILLER                     PIC X(02) VALUE SPACES.
001750     05  WS-BL-SOURCE               PIC X(30).
001760     05  FILLER                     PIC X(60) VALUE SPACES.
001770
001780 01  WS-COUNT-LINE.
001790     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  WS-CL-LABEL                PIC X(40).
001810     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
001820     05  FILLER                     PIC X(85) VALUE SPACES.
001830
001840 01  WS-MSG-LINE.
001850     05  FILLER                     PIC X(01) VALUE SPACE.
001860     05  WS-ML-TEXT                 PIC X(70).
001870     05  FILLER                     PIC X(62) VALUE SPACES.
001880
001890 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
001900
001910     EXEC SQL
001920       INCLUDE SQLCA
001930     END-EXEC.
001940
001950     EXEC SQL
001960       INCLUDE EMPLOYEE
001970     END-EXEC.
001980
001990     EXEC SQL
002000       INCLUDE DEPARTMENT
002010     END-EXEC.
002020
002030     EXEC SQL
002040       INCLUDE DEPTBAND
002050     END-EXEC.
002060
002070     EXEC SQL
002080       INCLUDE XFERHIST
002090     END-EXEC.
002100
002110     EXEC SQL
002120       INCLUDE EMPAUDIT
002130     END-EXEC.
002140
002150     EXEC SQL
002160       INCLUDE REFAUDIT
002170     END-EXEC.
002180
002190     EXEC SQL
002200       INCLUDE RUNLOG
002210     END-EXEC.
002220
002230 LINKAGE SECTION.
002240 01  PARM-DATA.
002250     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002260     05  PARM-TEXT                  PIC X(09).
002270
002280 PROCEDURE DIVISION USING PARM-DATA.
002290
002300 0000-MAINLINE.
002310     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002320     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002330     IF WS-PARM-OK
002340        PERFORM 2000-MOVE-ONE     THRU 2000-EXIT
002350            UNTIL WS-EOF-EMPLOYEES
002360        IF WS-DB-ERROR-COUNT = ZERO
002370           PERFORM 3000-RETIRE-OLD THRU 3000-EXIT
002380        END-IF
002390     END-IF
002400     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002410     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002420     GO TO 9999-EXIT.
002430
002440****************************************************************
002450*    1000-INITIALIZE - PARM, DEPARTMENT AND BAND CHECKS, FILE,  *
002460*    EMPLOYEE CURSOR, FIRST EMPLOYEE                           *
002470****************************************************************
002480 1000-INITIALIZE.
002490     OPEN OUTPUT MRGFILE
002500
002510     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002520
002530     IF NOT WS-PARM-OK
002540        MOVE 8 TO WS-RETURN-CODE
002550        MOVE 'PARM MUST BE OLD,NEW (TWO DEPT_CODES) - SEE JOB.'
002560          TO WS-ML-TEXT
002570        WRITE MRG-RECORD FROM WS-MSG-LINE
002580        GO TO 1000-EXIT
002590     END-IF
002600
002610     PERFORM 1200-CHECK-DEPTS THRU 1200-EXIT
002620
002630     IF NOT WS-PARM-OK
002640        MOVE 8 TO WS-RETURN-CODE
002650        WRITE MRG-RECORD FROM WS-MSG-LINE
002660        GO TO 1000-EXIT
002670     END-IF
002680
002690     PERFORM 1300-GET-BANDS THRU 1300-EXIT
002700
002710     IF NOT WS-PARM-OK
002720        MOVE 8 TO WS-RETURN-CODE
002730        WRITE MRG-RECORD FROM WS-MSG-LINE
002740        GO TO 1000-EXIT
002750     END-IF
002760
002770     PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
002780
002790     EXEC SQL
002800       DECLARE MRGCSR CURSOR WITH HOLD FOR
002810       SELECT EMP_ID, FIRST_NAME, LAST_NAME, SALARY, EMP_STATUS,
002820              FTE_PCT
002830         FROM EMPLOYEE
002840        WHERE DEPT_CODE = :WS-OLD-DEPT
002850        ORDER BY EMP_ID
002860     END-EXEC
002870
002880     EXEC SQL OPEN MRGCSR END-EXEC
002890
002900     IF SQLCODE NOT = 0
002910        PERFORM 2900-DB-ERROR THRU 2900-EXIT
002920        MOVE 'Y' TO WS-SW-EOF
002930        GO TO 1000-EXIT
002940     END-IF
002950
002960     PERFORM 2100-FETCH-EMPLOYEE THRU 2100-EXIT.
002970 1000-EXIT.
002980     EXIT.
002990
003000****************************************************************
003010*    1100-PARSE-PARM - OLD,NEW                                 *
003020****************************************************************
003030 1100-PARSE-PARM.
003040     MOVE PARM-LENGTH TO WS-PARM-LEN
003050     IF WS-PARM-LEN > 9
003060        MOVE 9 TO WS-PARM-LEN
003070     END-IF
003080     IF WS-PARM-LEN = ZERO
003090        GO TO 1100-EXIT
003100     END-IF
003110
003120     UNSTRING PARM-TEXT (1:WS-PARM-LEN)
003130         DELIMITED BY ','
003140         INTO WS-PARM-OLD WS-PARM-NEW
003150     END-UNSTRING
003160
003170     IF WS-PARM-OLD (4:1) NOT = SPACE
003180        OR WS-PARM-NEW (4:1) NOT = SPACE
003190        OR WS-PARM-OLD = SPACES
003200        OR WS-PARM-NEW = SPACES
003210        GO TO 1100-EXIT
003220     END-IF
003230
003240     MOVE WS-PARM-OLD (1:3) TO WS-OLD-DEPT
003250     MOVE WS-PARM-NEW (1:3) TO WS-NEW-DEPT
003260
003270     IF WS-OLD-DEPT = WS-NEW-DEPT
003280        GO TO 1100-EXIT
003290     END-IF
003300
003310     MOVE 'Y' TO WS-SW-PARM-OK.
003320 1100-EXIT.
003330     EXIT.
003340
003350****************************************************************
003360*    1200-CHECK-DEPTS - BOTH DEPARTMENTS MUST BE ON FILE AND    *
003370*    OPEN.  'UNK' IS THE EMPLOYEE DEFAULT AND IS NEVER RETIRED. *
003380****************************************************************
003390 1200-CHECK-DEPTS.
003400     MOVE 'N' TO WS-SW-PARM-OK
003410
003420     IF WS-OLD-DEPT = 'UNK'
003430        MOVE 'UNK IS THE UNASSIGNED DEFAULT - NEVER RETIRED.'
003440          TO WS-ML-TEXT
003450        GO TO 1200-EXIT
003460     END-IF
003470
003480     MOVE WS-OLD-DEPT TO DEPT-CD
003490     EXEC SQL
003500       SELECT DEPT_NAME, ACTIVE_FLAG
003510         INTO :DEPT-NAME, :DEPT-ACTIVE-FLAG
003520         FROM DEPARTMENT
003530        WHERE DEPT_CODE = :DEPT-CD
003540     END-EXEC
003550
003560     IF SQLCODE NOT = 0
003570        MOVE 'OLD DEPARTMENT IS NOT ON FILE - NOTHING MOVED.'
003580          TO WS-ML-TEXT
003590        GO TO 1200-EXIT
003600     END-IF
003610     IF DEPT-ACTIVE-FLAG = 'N'
003620        MOVE 'OLD DEPARTMENT IS ALREADY RETIRED - NOTHING MOVED.'
003630          TO WS-ML-TEXT
003640        GO TO 1200-EXIT
003650     END-IF
003660     MOVE DEPT-NAME TO WS-OLD-DEPT-NAME
003670
003680     MOVE WS-NEW-DEPT TO DEPT-CD
003690     EXEC SQL
003700       SELECT DEPT_NAME, ACTIVE_FLAG
003710         INTO :DEPT-NAME, :DEPT-ACTIVE-FLAG
003720         FROM DEPARTMENT
003730        WHERE DEPT_CODE = :DEPT-CD
003740     END-EXEC
003750
003760     IF SQLCODE NOT = 0
003770        MOVE 'NEW DEPARTMENT IS NOT ON FILE - NOTHING MOVED.'
003780          TO WS-ML-TEXT
003790        GO TO 1200-EXIT
003800     END-IF
003810     IF DEPT-ACTIVE-FLAG = 'N'
003820        MOVE 'NEW DEPARTMENT IS RETIRED - NOTHING MOVED.'
003830          TO WS-ML-TEXT
003840        GO TO 1200-EXIT
003850     END-IF
003860     MOVE DEPT-NAME TO WS-NEW-DEPT-NAME
003870
003880     MOVE 'Y' TO WS-SW-PARM-OK.
003890 1200-EXIT.
003900     EXIT.
003910
003920****************************************************************
003930*    1300-GET-BANDS - THE BAND EACH DEPARTMENT HAS NOW, AND THE *
003940*    ONE NEW WILL HAVE AFTER THE MERGE: ITS OWN IF IT HAS ONE,  *
003950*    ELSE OLD'S CARRIED OVER, ELSE THE GLOBAL SALARY_LIMITS ROW *
003960****************************************************************
003970 1300-GET-BANDS.
003980     MOVE WS-OLD-DEPT TO BAND-DEPT-CODE
003990     EXEC SQL
004000       SELECT MIN_SALARY, MAX_SALARY
004010         INTO :BAND-MIN-SALARY, :BAND-MAX-SALARY
004020         FROM DEPTBAND
004030        WHERE DEPT_CODE = :BAND-DEPT-CODE
004040     END-EXEC
004050
004060     IF SQLCODE = 0
004070        MOVE 'Y' TO WS-SW-OLD-BAND
004080        MOVE BAND-MIN-SALARY TO WS-OLD-MIN-SALARY
004090        MOVE BAND-MAX-SALARY TO WS-OLD-MAX-SALARY
004100     END-IF
004110
004120     MOVE WS-NEW-DEPT TO BAND-DEPT-CODE
004130     EXEC SQL
004140       SELECT MIN_SALARY, MAX_SALARY
004150         INTO :BAND-MIN-SALARY, :BAND-MAX-SALARY
004160         FROM DEPTBAND
004170        WHERE DEPT_CODE = :BAND-DEPT-CODE
004180     END-EXEC
004190
004200     EVALUATE TRUE
004210       WHEN SQLCODE = 0
004220         MOVE 'Y' TO WS-SW-NEW-BAND
004230         MOVE BAND-MIN-SALARY TO WS-BAND-MIN-SALARY
004240         MOVE BAND-MAX-SALARY TO WS-BAND-MAX-SALARY
004250         MOVE 'NEW DEPARTMENT''S OWN DEPTBAND' TO WS-BAND-SOURCE
004260       WHEN WS-OLD-HAS-BAND
004270         MOVE WS-OLD-MIN-SALARY TO WS-BAND-MIN-SALARY
004280         MOVE WS-OLD-MAX-SALARY TO WS-BAND-MAX-SALARY
004290         MOVE 'CARRIED OVER FROM OLD DEPT' TO WS-BAND-SOURCE
004300       WHEN OTHER
004310         EXEC SQL
004320           SELECT MIN_SALARY, MAX_SALARY
004330             INTO :WS-BAND-MIN-SALARY, :WS-BAND-MAX-SALARY
004340             FROM SALARY_LIMITS
004350            WHERE LIMIT_ID = '1'
004360         END-EXEC
004370         MOVE 'GLOBAL SALARY_LIMITS' TO WS-BAND-SOURCE
004380     END-EVALUATE
004390
004400     IF SQLCODE NOT = 0
004410        MOVE 'N' TO WS-SW-PARM-OK
004420        MOVE 'UNABLE TO READ THE SALARY BANDS - NOTHING MOVED.'
004430          TO WS-ML-TEXT
004440     END-IF.
004450 1300-EXIT.
004460     EXIT.
004470
004480****************************************************************
004490*    2000-MOVE-ONE - MOVE ONE EMPLOYEE, COMMIT, PRINT           *
004500****************************************************************
004510 2000-MOVE-ONE.
004520     MOVE SPACES TO WS-DT-NOTE
004530
004540     PERFORM 2300-APPLY-MOVE THRU 2300-EXIT
004550
004560     IF WS-APPLY-OK
004570        EXEC SQL COMMIT END-EXEC
004580        ADD 1 TO WS-MOVED-COUNT
004590        MOVE 'MOVED' TO WS-DT-NOTE
004600        IF FTE-PCT > ZERO AND FTE-PCT < 100
004610           COMPUTE WS-FTE-SALARY ROUNDED =
004620               SALARY * 100 / FTE-PCT
004630        ELSE
004640           MOVE SALARY TO WS-FTE-SALARY
004650        END-IF
004660        IF EMP-STATUS NOT = 'T'
004670           AND (WS-FTE-SALARY < WS-BAND-MIN-SALARY
004680             OR WS-FTE-SALARY > WS-BAND-MAX-SALARY)
004690           ADD 1 TO WS-OUT-OF-BAND-COUNT
004700           MOVE 'MOVED - *OUTSIDE BAND*' TO WS-DT-NOTE
004710        END-IF
004720     ELSE
004730        EXEC SQL ROLLBACK END-EXEC
004740        MOVE '*DB ERROR - NOT MOVED*' TO WS-DT-NOTE
004750     END-IF
004760
004770     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT
004780
004790     IF NOT WS-APPLY-OK
004800        MOVE 'Y' TO WS-SW-EOF
004810        GO TO 2000-EXIT
004820     END-IF
004830
004840     PERFORM 2100-FETCH-EMPLOYEE THRU 2100-EXIT.
004850 2000-EXIT.
004860     EXIT.
004870
004880****************************************************************
004890*    2100-FETCH-EMPLOYEE - NEXT EMPLOYEE IN OLD, EOF ON END     *
004900****************************************************************
004910 2100-FETCH-EMPLOYEE.
004920     EXEC SQL
004930       FETCH MRGCSR
004940        INTO :EMP-ID, :FIRST-NAME, :LAST-NAME, :SALARY,
004950             :EMP-STATUS, :FTE-PCT
004960     END-EXEC
004970
004980     EVALUATE SQLCODE
004990       WHEN 0
005000         CONTINUE
005010       WHEN 100
005020         MOVE 'Y' TO WS-SW-EOF
005030         EXEC SQL CLOSE MRGCSR END-EXEC
005040       WHEN OTHER
005050         PERFORM 2900-DB-ERROR THRU 2900-EXIT
005060         MOVE 'Y' TO WS-SW-EOF
005070     END-EVALUATE.
005080 2100-EXIT.
005090     EXIT.
005100
005110****************************************************************
005120*    2200-WRITE-DETAIL                                         *
005130****************************************************************
005140 2200-WRITE-DETAIL.
005150     ADD 1 TO WS-LINE-COUNT
005160     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
005170        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
005180        ADD 1 TO WS-LINE-COUNT
005190     END-IF
005200
005210     MOVE SPACES TO WS-EMP-NAME
005220     STRING LAST-NAME  DELIMITED BY '  '
005230            ', '       DELIMITED BY SIZE
005240            FIRST-NAME DELIMITED BY '  '
005250         INTO WS-EMP-NAME
005260     END-STRING
005270
005280     MOVE EMP-ID      TO WS-DT-EMP-ID
005290     MOVE WS-EMP-NAME TO WS-DT-NAME
005300     MOVE EMP-STATUS  TO WS-DT-STATUS
005310     MOVE SALARY      TO WS-DT-SALARY
005320
005330     WRITE MRG-RECORD FROM WS-DETAIL-LINE.
005340 2200-EXIT.
005350     EXIT.
005360
005370****************************************************************
005380*    2300-APPLY-MOVE - EMPLOYEE, XFERHIST AND EMPAUDIT, EXACTLY *
005390*    AS AN ONLINE TRANSFER THROUGH EMPSRV WOULD WRITE THEM      *
005400****************************************************************
005410 2300-APPLY-MOVE.
005420     MOVE 'Y' TO WS-SW-APPLY-OK
005430
005440     EXEC SQL
005450       UPDATE EMPLOYEE
005460          SET DEPT_CODE = :WS-NEW-DEPT
005470        WHERE EMP_ID = :EMP-ID
005480          AND DEPT_CODE = :WS-OLD-DEPT
005490     END-EXEC
005500     IF SQLCODE NOT = 0
005510        PERFORM 2900-DB-ERROR THRU 2900-EXIT
005520        MOVE 'N' TO WS-SW-APPLY-OK
005530        GO TO 2300-EXIT
005540     END-IF
005550
005560     MOVE EMP-ID      TO XFER-EMPID
005570     MOVE WS-OLD-DEPT TO XFER-OLD-DEPT
005580     MOVE WS-NEW-DEPT TO XFER-NEW-DEPT
005590     MOVE SALARY      TO XFER-SALARY
005600     EXEC SQL
005610       INSERT INTO XFERHIST
005620         (EMP_ID, OLD_DEPT, NEW_DEPT, SALARY,
005630          TERM_ID, OPER_ID, XFER_TS)
005640       VALUES
005650         (:XFER-EMPID, :XFER-OLD-DEPT, :XFER-NEW-DEPT,
005660          :XFER-SALARY, 'BTCH', 'BCH', CURRENT TIMESTAMP)
005670     END-EXEC
005680     IF SQLCODE NOT = 0
005690        PERFORM 2900-DB-ERROR THRU 2900-EXIT
005700        MOVE 'N' TO WS-SW-APPLY-OK
005710        GO TO 2300-EXIT
005720     END-IF
005730
005740     MOVE EMP-ID TO AUDIT-EMPID
005750     EXEC SQL
005760       INSERT INTO EMPAUDIT
005770         (EMP_ID, ACTION_CODE, TERM_ID, OPER_ID, AUDIT_TS)
005780       VALUES
005790         (:AUDIT-EMPID, 'U', 'BTCH', 'BCH',
005800          CURRENT TIMESTAMP)
005810     END-EXEC
005820     IF SQLCODE NOT = 0
005830        PERFORM 2900-DB-ERROR THRU 2900-EXIT
005840        MOVE 'N' TO WS-SW-APPLY-OK
005850     END-IF.
005860 2300-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*    2700-PAGE-BREAK - START A NEW PAGE                        *
005910****************************************************************
005920 2700-PAGE-BREAK.
005930     ADD 1 TO WS-PAGE-NUMBER
005940     MOVE ZERO TO WS-LINE-COUNT
005950
005960     MOVE WS-PAGE-NUMBER   TO WS-H1-PAGE-NUMBER
005970     MOVE WS-OLD-DEPT      TO WS-H1-OLD-DEPT
005980     MOVE WS-OLD-DEPT-NAME TO WS-H1-OLD-NAME
005990     MOVE WS-NEW-DEPT      TO WS-H1-NEW-DEPT
006000     MOVE WS-NEW-DEPT-NAME TO WS-H1-NEW-NAME
006010     WRITE MRG-RECORD FROM WS-HEADING-LINE-1
006020         AFTER ADVANCING PAGE
006030     WRITE MRG-RECORD FROM WS-HEADING-LINE-2
006040     WRITE MRG-RECORD FROM WS-BLANK-LINE.
006050 2700-EXIT.
006060     EXIT.
006070
006080****************************************************************
006090*    2900-DB-ERROR - UNEXPECTED SQLCODE; THE CURRENT UNIT OF    *
006100*    WORK IS BACKED OUT AND THE RUN ENDS RC=8                   *
006110****************************************************************
006120 2900-DB-ERROR.
006130     ADD 1 TO WS-DB-ERROR-COUNT
006140     MOVE SQLCODE TO WS-SQLCODE-DISP
006150     DISPLAY 'EMPDMRG - SQLCODE ' WS-SQLCODE-DISP
006160             ' FOR EMP_ID ' EMP-ID.
006170 2900-EXIT.
006180     EXIT.
006190
006200****************************************************************
006210*    3000-RETIRE-OLD - ONCE NOBODY IS LEFT IN OLD: RECONCILE    *
006220*    THE DEPTBAND ROWS AND MARK OLD RETIRED, AS ONE UNIT OF     *
006230*    WORK WITH ITS REFAUDIT ROWS                                *
006240****************************************************************
006250 3000-RETIRE-OLD.
006260     EXEC SQL
006270       SELECT COUNT(*)
006280         INTO :WS-LEFT-BEHIND
006290         FROM EMPLOYEE
006300        WHERE DEPT_CODE = :WS-OLD-DEPT
006310     END-EXEC
006320
006330     IF SQLCODE NOT = 0
006340        PERFORM 2900-DB-ERROR THRU 2900-EXIT
006350        GO TO 3000-EXIT
006360     END-IF
006370     IF WS-LEFT-BEHIND > ZERO
006380        GO TO 3000-EXIT
006390     END-IF
006400
006410     PERFORM 3100-RECONCILE-BAND THRU 3100-EXIT
006420
006430     IF WS-DB-ERROR-COUNT = ZERO
006440        MOVE WS-OLD-DEPT TO DEPT-CD
006450        EXEC SQL
006460          UPDATE DEPARTMENT
006470             SET ACTIVE_FLAG  = 'N',
006480                 RETIRED_DATE = CURRENT DATE
006490           WHERE DEPT_CODE = :DEPT-CD
006500             AND ACTIVE_FLAG = 'Y'
006510        END-EXEC
006520        IF SQLCODE NOT = 0
006530           PERFORM 2900-DB-ERROR THRU 2900-EXIT
006540        ELSE
006550           MOVE 'D' TO REF-TABLE-ID
006560           MOVE 'C' TO REF-ACTION-CODE
006570           MOVE SPACES TO REF-KEY-VALUE
006580           MOVE WS-OLD-DEPT TO REF-KEY-VALUE (1:3)
006590           PERFORM 3900-INSERT-REF-AUDIT THRU 3900-EXIT
006600        END-IF
006610     END-IF
006620
006630     IF WS-DB-ERROR-COUNT = ZERO
006640        EXEC SQL COMMIT END-EXEC
006650        MOVE 'Y' TO WS-SW-RETIRED
006660     ELSE
006670        EXEC SQL ROLLBACK END-EXEC
006680     END-IF.
006690 3000-EXIT.
006700     EXIT.
006710
006720****************************************************************
006730*    3100-RECONCILE-BAND - OLD'S BAND IS CARRIED OVER TO NEW    *
006740*    WHEN NEW HAS NONE; WHEN NEW HAS ITS OWN, THAT ONE STANDS.  *
006750*    EITHER WAY OLD'S BAND ROW GOES.                            *
006760****************************************************************
006770 3100-RECONCILE-BAND.
006780     IF NOT WS-OLD-HAS-BAND
006790        GO TO 3100-EXIT
006800     END-IF
006810
006820     IF NOT WS-NEW-HAS-BAND
006830        MOVE WS-NEW-DEPT       TO BAND-DEPT-CODE
006840        MOVE WS-OLD-MIN-SALARY TO BAND-MIN-SALARY
006850        MOVE WS-OLD-MAX-SALARY TO BAND-MAX-SALARY
006860        EXEC SQL
006870          INSERT INTO DEPTBAND
006880            (DEPT_CODE, MIN_SALARY, MAX_SALARY)
006890          VALUES (:BAND-DEPT-CODE, :BAND-MIN-SALARY,
006900                  :BAND-MAX-SALARY)
006910        END-EXEC
006920        IF SQLCODE NOT = 0
006930           PERFORM 2900-DB-ERROR THRU 2900-EXIT
006940           GO TO 3100-EXIT
006950        END-IF
006960        MOVE 'B' TO REF-TABLE-ID
006970        MOVE 'A' TO REF-ACTION-CODE
006980        MOVE SPACES TO REF-KEY-VALUE
006990        MOVE WS-NEW-DEPT TO REF-KEY-VALUE (1:3)
007000        PERFORM 3900-INSERT-REF-AUDIT THRU 3900-EXIT
007010     END-IF
007020
007030     MOVE WS-OLD-DEPT TO BAND-DEPT-CODE
007040     EXEC SQL
007050       DELETE FROM DEPTBAND
007060        WHERE DEPT_CODE = :BAND-DEPT-CODE
007070     END-EXEC
007080     IF SQLCODE NOT = 0
007090        PERFORM 2900-DB-ERROR THRU 2900-EXIT
007100        GO TO 3100-EXIT
007110     END-IF
007120     MOVE 'B' TO REF-TABLE-ID
007130     MOVE 'D' TO REF-ACTION-CODE
007140     MOVE SPACES TO REF-KEY-VALUE
007150     MOVE WS-OLD-DEPT TO REF-KEY-VALUE (1:3)
007160     PERFORM 3900-INSERT-REF-AUDIT THRU 3900-EXIT.
007170 3100-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210*    3900-INSERT-REF-AUDIT - ONE REFAUDIT ROW FOR A REFERENCE   *
007220*    TABLE CHANGE MADE BY THIS RUN                              *
007230****************************************************************
007240 3900-INSERT-REF-AUDIT.
007250     EXEC SQL
007260       INSERT INTO REFAUDIT
007270         (TABLE_ID, ACTION_CODE, KEY_VALUE, TERM_ID, OPER_ID,
007280          AUDIT_TS)
007290       VALUES
007300         (:REF-TABLE-ID, :REF-ACTION-CODE, :REF-KEY-VALUE,
007310          'BTCH', 'BCH', CURRENT TIMESTAMP)
007320     END-EXEC
007330
007340     IF SQLCODE NOT = 0
007350        PERFORM 2900-DB-ERROR THRU 2900-EXIT
007360     END-IF.
007370 3900-EXIT.
007380     EXIT.
007390
007400****************************************************************
007410*    8000-TERMINATE - SUMMARY, RETURN CODE, CLOSE UP           *
007420****************************************************************
007430 8000-TERMINATE.
007440     IF WS-PARM-OK
007450        PERFORM 8100-PRINT-SUMMARY THRU 8100-EXIT
007460     END-IF
007470
007480     CLOSE MRGFILE
007490
007500     MOVE WS-RETURN-CODE TO RETURN-CODE.
007510 8000-EXIT.
007520     EXIT.
007530
007540****************************************************************
007550*    8100-PRINT-SUMMARY - BAND IN FORCE, COUNTS, OUTCOME        *
007560****************************************************************
007570 8100-PRINT-SUMMARY.
007580     IF WS-MOVED-COUNT = ZERO AND WS-DB-ERROR-COUNT = ZERO
007590        MOVE 'NO EMPLOYEES WERE CODED TO THE OLD DEPARTMENT.'
007600          TO WS-ML-TEXT
007610        WRITE MRG-RECORD FROM WS-MSG-LINE
007620     END-IF
007630
007640     WRITE MRG-RECORD FROM WS-BLANK-LINE
007650     MOVE WS-BAND-MIN-SALARY TO WS-BL-MIN
007660     MOVE WS-BAND-MAX-SALARY TO WS-BL-MAX
007670     MOVE WS-BAND-SOURCE     TO WS-BL-SOURCE
007680     WRITE MRG-RECORD FROM WS-BAND-LINE
007690
007700     MOVE 'EMPLOYEES MOVED                        :'
007710       TO WS-CL-LABEL
007720     MOVE WS-MOVED-COUNT TO WS-CL-COUNT
007730     WRITE MRG-RECORD FROM WS-COUNT-LINE
007740     MOVE 'MOVED EMPLOYEES OUTSIDE THE BAND       :'
007750       TO WS-CL-LABEL
007760     MOVE WS-OUT-OF-BAND-COUNT TO WS-CL-COUNT
007770     WRITE MRG-RECORD FROM WS-COUNT-LINE
007780
007790     WRITE MRG-RECORD FROM WS-BLANK-LINE
007800     EVALUATE TRUE
007810       WHEN WS-OLD-RETIRED
007820         MOVE SPACES TO WS-ML-TEXT
007830         STRING 'DEPARTMENT '  DELIMITED BY SIZE
007840                WS-OLD-DEPT    DELIMITED BY SIZE
007850                ' RETIRED AS OF TODAY.' DELIMITED BY SIZE
007860             INTO WS-ML-TEXT
007870         END-STRING
007880       WHEN WS-DB-ERROR-COUNT > ZERO
007890         MOVE 'DATABASE ERROR - OLD DEPT NOT RETIRED. SEE LOG.'
007900           TO WS-ML-TEXT
007910       WHEN OTHER
007920         MOVE 'EMPLOYEES ADDED TO OLD DURING THE RUN - RERUN.'
007930           TO WS-ML-TEXT
007940     END-EVALUATE
007950     WRITE MRG-RECORD FROM WS-MSG-LINE
007960
007970     IF WS-OUT-OF-BAND-COUNT > ZERO
007980        MOVE 4 TO WS-RETURN-CODE
007990     END-IF
008000     IF NOT WS-OLD-RETIRED
008010        MOVE 8 TO WS-RETURN-CODE
008020     END-IF.
008030 8100-EXIT.
008040     EXIT.
008050
008060****************************************************************
008070*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
008080*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
008090****************************************************************
008100 0100-LOG-RUN-START.
008110     MOVE 'EMPDMRG' TO RLOG-PGM-NAME
008120     EXEC SQL
008130       INSERT INTO RUNLOG
008140         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
008150          RUN_STATUS)
008160       VALUES
008170         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
008180     END-EXEC
008190
008200     EXEC SQL
008210       SELECT INT(IDENTITY_VAL_LOCAL())
008220         INTO :RLOG-SEQ
008230         FROM SYSIBM.SYSDUMMY1
008240     END-EXEC
008250
008260     EXEC SQL COMMIT END-EXEC.
008270 0100-EXIT.
008280     EXIT.
008290
008300****************************************************************
008310*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
008320*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
008330****************************************************************
008340 8900-LOG-RUN-END.
008350     MOVE WS-MOVED-COUNT TO RLOG-REC-COUNT
008360     MOVE RETURN-CODE TO RLOG-RETURN-CD
008370
008380     EXEC SQL
008390       UPDATE RUNLOG
008400          SET END_TS     = CURRENT TIMESTAMP,
008410              REC_COUNT  = :RLOG-REC-COUNT,
008420              RETURN_CD  = :RLOG-RETURN-CD,
008430              RUN_STATUS = 'C'
008440        WHERE RUN_SEQ = :RLOG-SEQ
008450     END-EXEC
008460
008470     EXEC SQL COMMIT END-EXEC.
008480 8900-EXIT.
008490     EXIT.
008500
008510 9999-EXIT.
008520     GOBACK.
