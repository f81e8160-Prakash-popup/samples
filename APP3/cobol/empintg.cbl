000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPINTG.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPINTG                                       *
000100*    FUNCTION : NIGHTLY CROSS-TABLE INTEGRITY SWEEP.  CHECKS   *
000110*               THAT THE EMPLOYEE TABLES AGREE WITH EACH      *
000120*               OTHER AND PRINTS ONE EXCEPTION REPORT GROUPED *
000130*               BY RULE, WITH THE EMP_ID AND THE OFFENDING    *
000140*               VALUES:                                        *
000150*                 1 - DEPT_CODE NOT ON DEPARTMENT              *
000160*                 2 - MGR_ID NOT ON EMPLOYEE                   *
000170*                 3 - ACTIVE EMPLOYEE WITHOUT AN EMPADDR ROW   *
000180*                 4 - EMPADDR ROW WITHOUT AN EMPLOYEE ROW      *
000190*                 5 - PENDING_SALARY 'N'/'H' FOR A DELETED     *
000200*                     EMPLOYEE                                 *
000210*                 6 - FINAL_PAY_DT SET ON A NON-'T' EMPLOYEE   *
000220*                 7 - SALARY OUTSIDE THE DEPTBAND BAND (OR     *
000230*                     SALARY_LIMITS WHEN THE DEPARTMENT HAS    *
000240*                     NO BAND), ON THE SALARY SCALED TO 100    *
000245*                     FTE % FOR A PART-TIMER                   *
000250*               READ ONLY - NOTHING IS CORRECTED HERE.  ENDS   *
000260*               RC=4 WHEN ANY EXCEPTION IS FOUND, RC=8 WHEN A  *
000270*               CHECK COULD NOT BE RUN.                        *
000280*    CALLED BY: JOB EMPINTGJ, STEP STEP010.                    *
000290*                                                              *
000300****************************************************************
000310*    MODIFICATION HISTORY
000320*    --------------------
000330*    10/15/2026  DLR  INITIAL VERSION.
000332*    10/15/2026  DLR  RULE 7 COMPARES THE FULL-TIME-EQUIVALENT
000335*                     SALARY (SALARY * 100 / FTE_PCT) WITH THE
000338*                     BAND, AS THE SCREEN AND BATCH EDITS DO.
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT INTFILE  ASSIGN TO INTOUT
000390            ORGANIZATION IS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  INTFILE
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD.
000460 01  INT-RECORD                     PIC X(133).
000470
000480 WORKING-STORAGE SECTION.
000490****************************************************************
000500*    SWITCHES AND COUNTERS                                     *
000510****************************************************************
000520 01  WS-SWITCHES.
000530     05  WS-SW-RULE-EOF             PIC X(01) VALUE 'N'.
000540         88  WS-EOF-RULE                VALUE 'Y'.
000550
000560 01  WS-COUNTERS.
000570     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000580                                         VALUE ZERO.
000590     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000600                                         VALUE ZERO.
000610     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000620     05  WS-RULE-COUNT              PIC 9(07) USAGE COMP
000630                                         VALUE ZERO.
000640     05  WS-EXCEPTION-COUNT         PIC 9(07) USAGE COMP
000650                                         VALUE ZERO.
000660     05  WS-RULES-FLAGGED           PIC 9(02) USAGE COMP
000670                                         VALUE ZERO.
000680
000690 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
000700                                         VALUE ZERO.
000710
000720****************************************************************
000730*    EXCEPTION CURSOR HOST FIELDS - SHARED BY EVERY RULE       *
000740****************************************************************
000750 01  WS-EXC-FIELDS.
000760     05  WS-EX-EMP-ID               PIC S9(09) USAGE COMP
000770                                         VALUE ZERO.
000780     05  WS-EX-CODE                 PIC X(03) VALUE SPACES.
000790     05  WS-EX-STATUS               PIC X(01) VALUE SPACE.
000800     05  WS-EX-NUM-1                PIC S9(09) USAGE COMP
000810                                         VALUE ZERO.
000820     05  WS-EX-NUM-2                PIC S9(09) USAGE COMP
000830                                         VALUE ZERO.
000840     05  WS-EX-NUM-3                PIC S9(09) USAGE COMP
000850                                         VALUE ZERO.
000860     05  WS-EX-DATE                 PIC X(10) VALUE SPACES.
000870     05  WS-EX-TEXT                 PIC X(26) VALUE SPACES.
000880
000890 01  WS-EX-VALUES                   PIC X(100) VALUE SPACES.
000900 01  WS-ED-NUM-1                    PIC Z(08)9.
000910 01  WS-ED-NUM-2                    PIC Z(08)9.
000920 01  WS-ED-NUM-3                    PIC Z(08)9.
000930
000940****************************************************************
000950*    RULE BEING REPORTED                                       *
000960****************************************************************
000970 01  WS-RULE-NUMBER                 PIC 9(01) VALUE ZERO.
000980 01  WS-RULE-TITLE                  PIC X(50) VALUE SPACES.
000990
001000****************************************************************
001010*    PRINT LINE LAYOUTS                                        *
001020****************************************************************
001030 01  WS-HEADING-LINE-1.
001040     05  FILLER                     PIC X(01) VALUE '1'.
001050     05  FILLER                     PIC X(47) VALUE
001060         'EMP1 PAYROLL - CROSS-TABLE INTEGRITY EXCEPTIONS'.
001070     05  FILLER                     PIC X(03) VALUE SPACES.
001080     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001090     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001100     05  FILLER                     PIC X(73) VALUE SPACES.
001110
001120 01  WS-HEADING-LINE-2.
001130     05  FILLER                     PIC X(01) VALUE SPACE.
001140     05  FILLER                     PIC X(16) VALUE
001150         '      EMP_ID    '.
001160     05  FILLER                     PIC X(16) VALUE
001170         'OFFENDING VALUES'.
001180     05  FILLER                     PIC X(100) VALUE SPACES.
001190
001200 01  WS-RULE-LINE.
001210     05  FILLER                     PIC X(01) VALUE SPACE.
001220     05  FILLER                     PIC X(05) VALUE 'RULE '.
001230     05  WS-RL-RULE-NUMBER          PIC 9(01).
001240     05  FILLER                     PIC X(03) VALUE ' - '.
001250     05  WS-RL-RULE-TITLE           PIC X(50).
001260     05  FILLER                     PIC X(73) VALUE SPACES.
001270
001280 01  WS-DETAIL-LINE.
001290     05  FILLER                     PIC X(01) VALUE SPACE.
001300     05  FILLER                     PIC X(03) VALUE SPACES.
001310     05  WS-DT-EMP-ID               PIC Z(08)9.
001320     05  FILLER                     PIC X(04) VALUE SPACES.
001330     05  WS-DT-VALUES               PIC X(100).
001340     05  FILLER                     PIC X(16) VALUE SPACES.
001350
001360 01  WS-RULE-TOTAL-LINE.
001370     05  FILLER                     PIC X(01) VALUE SPACE.
001380     05  FILLER                     PIC X(03) VALUE SPACES.
001390     05  FILLER                     PIC X(12) VALUE
001400         'EXCEPTIONS: '.
001410     05  WS-RT-COUNT                PIC ZZZ,ZZ9.
001420     05  FILLER                     PIC X(110) VALUE SPACES.
001430
001440 01  WS-RULE-CLEAN-LINE.
001450     05  FILLER                     PIC X(01) VALUE SPACE.
001460     05  FILLER                     PIC X(03) VALUE SPACES.
001470     05  FILLER                     PIC X(13) VALUE
001480         'NO EXCEPTIONS'.
001490     05  FILLER                     PIC X(116) VALUE SPACES.
001500
001510 01  WS-TOTALS-LINE.
001520     05  FILLER                     PIC X(01) VALUE SPACE.
001530     05  FILLER                     PIC X(18) VALUE
001540         'TOTAL EXCEPTIONS: '.
001550     05  WS-TL-EXCEPTIONS           PIC ZZZ,ZZ9.
001560     05  FILLER                     PIC X(17) VALUE
001570         '   RULES FLAGGED:'.
001580     05  WS-TL-RULES                PIC ZZ9.
001590     05  FILLER                     PIC X(87) VALUE SPACES.
001600
001610 01  WS-ERROR-LINE.
001620     05  FILLER                     PIC X(01) VALUE SPACE.
001630     05  FILLER                     PIC X(52) VALUE
001640         '*** ONE OR MORE CHECKS FAILED ON A DB2 ERROR, RC=8 *'.
001650     05  FILLER                     PIC X(03) VALUE '** '.
001660     05  FILLER                     PIC X(77) VALUE SPACES.
001670
001680 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
001690
001700     EXEC SQL
001710       INCLUDE SQLCA
001720     END-EXEC.
001730
001740     EXEC SQL
001750       INCLUDE EMPADDR
001760     END-EXEC.
001770
001780     EXEC SQL
001790       INCLUDE RUNLOG
001800     END-EXEC.
001810
001820 PROCEDURE DIVISION.
001830
001840 0000-MAINLINE.
001850     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001860     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
001870     PERFORM 2100-CHECK-DEPT-CODE  THRU 2100-EXIT
001880     PERFORM 2200-CHECK-MGR-ID     THRU 2200-EXIT
001890     PERFORM 2300-CHECK-NO-ADDRESS THRU 2300-EXIT
001900     PERFORM 2400-CHECK-ORPHAN-ADDR THRU 2400-EXIT
001910     PERFORM 2500-CHECK-PENDING    THRU 2500-EXIT
001920     PERFORM 2600-CHECK-FINAL-PAY  THRU 2600-EXIT
001930     PERFORM 2700-CHECK-BAND       THRU 2700-EXIT
001940     PERFORM 8000-TERMINATE        THRU 8000-EXIT
001950     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
001960     GO TO 9999-EXIT.
001970
001980****************************************************************
001990*    1000-INITIALIZE - OPEN THE FILE AND DECLARE ONE CURSOR    *
002000*    PER RULE.  EVERY CURSOR IS ORDERED BY EMP_ID.             *
002010****************************************************************
002020 1000-INITIALIZE.
002030     OPEN OUTPUT INTFILE
002040
002050     EXEC SQL
002060       DECLARE INTDPTCSR CURSOR FOR
002070       SELECT E.EMP_ID, E.DEPT_CODE, E.EMP_STATUS
002080         FROM EMPLOYEE E
002090        WHERE NOT EXISTS
002100              (SELECT 1 FROM DEPARTMENT D
002110                WHERE D.DEPT_CODE = E.DEPT_CODE)
002120        ORDER BY E.EMP_ID
002130     END-EXEC
002140
002150     EXEC SQL
002160       DECLARE INTMGRCSR CURSOR FOR
002170       SELECT E.EMP_ID, E.MGR_ID, E.EMP_STATUS
002180         FROM EMPLOYEE E
002190        WHERE E.MGR_ID NOT = 0
002200          AND NOT EXISTS
002210              (SELECT 1 FROM EMPLOYEE M
002220                WHERE M.EMP_ID = E.MGR_ID)
002230        ORDER BY E.EMP_ID
002240     END-EXEC
002250
002260     EXEC SQL
002270       DECLARE INTNADCSR CURSOR FOR
002280       SELECT E.EMP_ID, E.EMP_STATUS, E.DEPT_CODE
002290         FROM EMPLOYEE E
002300        WHERE E.EMP_STATUS NOT = 'T'
002310          AND NOT EXISTS
002320              (SELECT 1 FROM EMPADDR A
002330                WHERE A.EMP_ID = E.EMP_ID)
002340        ORDER BY E.EMP_ID
002350     END-EXEC
002360
002370     EXEC SQL
002380       DECLARE INTOADCSR CURSOR FOR
002390       SELECT A.EMP_ID, A.CITY, CHAR(A.UPDT_TS)
002400         FROM EMPADDR A
002410        WHERE NOT EXISTS
002420              (SELECT 1 FROM EMPLOYEE E
002430                WHERE E.EMP_ID = A.EMP_ID)
002440        ORDER BY A.EMP_ID
002450     END-EXEC
002460
002470     EXEC SQL
002480       DECLARE INTPNDCSR CURSOR FOR
002490       SELECT P.EMP_ID, P.PEND_SEQ, P.APPLIED, P.NEW_SALARY,
002500              P.EFF_DATE
002510         FROM PENDING_SALARY P
002520        WHERE P.APPLIED IN ('N', 'H')
002530          AND NOT EXISTS
002540              (SELECT 1 FROM EMPLOYEE E
002550                WHERE E.EMP_ID = P.EMP_ID)
002560        ORDER BY P.EMP_ID, P.PEND_SEQ
002570     END-EXEC
002580
002590     EXEC SQL
002600       DECLARE INTFPDCSR CURSOR FOR
002610       SELECT EMP_ID, EMP_STATUS, FINAL_PAY_DT
002620         FROM EMPLOYEE
002630        WHERE EMP_STATUS NOT = 'T'
002640          AND FINAL_PAY_DT NOT = '9999-12-31'
002650        ORDER BY EMP_ID
002660     END-EXEC
002670
002680     EXEC SQL
002690       DECLARE INTBNDCSR CURSOR FOR
002700       SELECT E.EMP_ID, E.DEPT_CODE, E.SALARY * 100 / E.FTE_PCT,
002710              COALESCE(B.MIN_SALARY, L.MIN_SALARY),
002720              COALESCE(B.MAX_SALARY, L.MAX_SALARY),
002730              CASE WHEN B.DEPT_CODE IS NULL
002740                   THEN 'SALARY_LIMITS'
002750                   ELSE 'DEPTBAND' END
002760         FROM EMPLOYEE E
002770         LEFT OUTER JOIN DEPTBAND B
002780           ON B.DEPT_CODE = E.DEPT_CODE
002790        INNER JOIN SALARY_LIMITS L
002800           ON L.LIMIT_ID = '1'
002810        WHERE E.EMP_STATUS NOT = 'T'
002820          AND (E.SALARY * 100 / E.FTE_PCT
002822                   < COALESCE(B.MIN_SALARY, L.MIN_SALARY)
002830           OR  E.SALARY * 100 / E.FTE_PCT
002835                   > COALESCE(B.MAX_SALARY, L.MAX_SALARY))
002840        ORDER BY E.EMP_ID
002850     END-EXEC
002860
002870     PERFORM 6600-PAGE-BREAK THRU 6600-EXIT.
002880 1000-EXIT.
002890     EXIT.
002900
002910****************************************************************
002920*    2100-CHECK-DEPT-CODE - RULE 1, DEPT_CODE NOT ON THE        *
002930*    DEPARTMENT TABLE                                           *
002940****************************************************************
002950 2100-CHECK-DEPT-CODE.
002960     MOVE 1 TO WS-RULE-NUMBER
002970     MOVE 'DEPT_CODE NOT ON DEPARTMENT' TO WS-RULE-TITLE
002980     PERFORM 6000-START-RULE THRU 6000-EXIT
002990
003000     EXEC SQL OPEN INTDPTCSR END-EXEC
003010     PERFORM 2110-FETCH-DEPT-CODE THRU 2110-EXIT
003020     PERFORM 2120-REPORT-DEPT-CODE THRU 2120-EXIT
003030         UNTIL WS-EOF-RULE
003040     EXEC SQL CLOSE INTDPTCSR END-EXEC
003050
003060     PERFORM 6200-END-RULE THRU 6200-EXIT.
003070 2100-EXIT.
003080     EXIT.
003090
003100****************************************************************
003110*    2110-FETCH-DEPT-CODE - NEXT ROW, EOF ON END               *
003120****************************************************************
003130 2110-FETCH-DEPT-CODE.
003140     EXEC SQL
003150       FETCH INTDPTCSR
003160        INTO :WS-EX-EMP-ID, :WS-EX-CODE, :WS-EX-STATUS
003170     END-EXEC
003180
003190     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
003200 2110-EXIT.
003210     EXIT.
003220
003230****************************************************************
003240*    2120-REPORT-DEPT-CODE - PRINT ONE EXCEPTION               *
003250****************************************************************
003260 2120-REPORT-DEPT-CODE.
003270     MOVE SPACES TO WS-EX-VALUES
003280     STRING 'DEPT_CODE ' WS-EX-CODE
003290            '  EMP_STATUS ' WS-EX-STATUS
003300            DELIMITED BY SIZE INTO WS-EX-VALUES
003310     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
003320
003330     PERFORM 2110-FETCH-DEPT-CODE THRU 2110-EXIT.
003340 2120-EXIT.
003350     EXIT.
003360
003370****************************************************************
003380*    2200-CHECK-MGR-ID - RULE 2, MGR_ID POINTS TO AN EMP_ID     *
003390*    THAT IS NO LONGER ON EMPLOYEE (0 = NO MANAGER IS VALID)    *
003400****************************************************************
003410 2200-CHECK-MGR-ID.
003420     MOVE 2 TO WS-RULE-NUMBER
003430     MOVE 'MGR_ID NOT ON EMPLOYEE' TO WS-RULE-TITLE
003440     PERFORM 6000-START-RULE THRU 6000-EXIT
003450
003460     EXEC SQL OPEN INTMGRCSR END-EXEC
003470     PERFORM 2210-FETCH-MGR-ID THRU 2210-EXIT
003480     PERFORM 2220-REPORT-MGR-ID THRU 2220-EXIT
003490         UNTIL WS-EOF-RULE
003500     EXEC SQL CLOSE INTMGRCSR END-EXEC
003510
003520     PERFORM 6200-END-RULE THRU 6200-EXIT.
003530 2200-EXIT.
003540     EXIT.
003550
003560****************************************************************
003570*    2210-FETCH-MGR-ID - NEXT ROW, EOF ON END                  *
003580****************************************************************
003590 2210-FETCH-MGR-ID.
003600     EXEC SQL
003610       FETCH INTMGRCSR
003620        INTO :WS-EX-EMP-ID, :WS-EX-NUM-1, :WS-EX-STATUS
003630     END-EXEC
003640
003650     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
003660 2210-EXIT.
003670     EXIT.
003680
003690****************************************************************
003700*    2220-REPORT-MGR-ID - PRINT ONE EXCEPTION                  *
003710****************************************************************
003720 2220-REPORT-MGR-ID.
003730     MOVE WS-EX-NUM-1 TO WS-ED-NUM-1
003740     MOVE SPACES TO WS-EX-VALUES
003750     STRING 'MGR_ID ' WS-ED-NUM-1
003760            '  EMP_STATUS ' WS-EX-STATUS
003770            DELIMITED BY SIZE INTO WS-EX-VALUES
003780     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
003790
003800     PERFORM 2210-FETCH-MGR-ID THRU 2210-EXIT.
003810 2220-EXIT.
003820     EXIT.
003830
003840****************************************************************
003850*    2300-CHECK-NO-ADDRESS - RULE 3, ACTIVE (NOT 'T') EMPLOYEE  *
003860*    WITH NO EMPADDR ROW - PAYROLL GETS NO MAILING DATA         *
003870****************************************************************
003880 2300-CHECK-NO-ADDRESS.
003890     MOVE 3 TO WS-RULE-NUMBER
003900     MOVE 'ACTIVE EMPLOYEE WITHOUT AN EMPADDR ROW'
003910         TO WS-RULE-TITLE
003920     PERFORM 6000-START-RULE THRU 6000-EXIT
003930
003940     EXEC SQL OPEN INTNADCSR END-EXEC
003950     PERFORM 2310-FETCH-NO-ADDRESS THRU 2310-EXIT
003960     PERFORM 2320-REPORT-NO-ADDRESS THRU 2320-EXIT
003970         UNTIL WS-EOF-RULE
003980     EXEC SQL CLOSE INTNADCSR END-EXEC
003990
004000     PERFORM 6200-END-RULE THRU 6200-EXIT.
004010 2300-EXIT.
004020     EXIT.
004030
004040****************************************************************
004050*    2310-FETCH-NO-ADDRESS - NEXT ROW, EOF ON END              *
004060****************************************************************
004070 2310-FETCH-NO-ADDRESS.
004080     EXEC SQL
004090       FETCH INTNADCSR
004100        INTO :WS-EX-EMP-ID, :WS-EX-STATUS, :WS-EX-CODE
004110     END-EXEC
004120
004130     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
004140 2310-EXIT.
004150     EXIT.
004160
004170****************************************************************
004180*    2320-REPORT-NO-ADDRESS - PRINT ONE EXCEPTION              *
004190****************************************************************
004200 2320-REPORT-NO-ADDRESS.
004210     MOVE SPACES TO WS-EX-VALUES
004220     STRING 'EMP_STATUS ' WS-EX-STATUS
004230            '  DEPT_CODE ' WS-EX-CODE
004240            '  NO EMPADDR ROW'
004250            DELIMITED BY SIZE INTO WS-EX-VALUES
004260     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
004270
004280     PERFORM 2310-FETCH-NO-ADDRESS THRU 2310-EXIT.
004290 2320-EXIT.
004300     EXIT.
004310
004320****************************************************************
004330*    2400-CHECK-ORPHAN-ADDR - RULE 4, EMPADDR ROW WHOSE         *
004340*    EMPLOYEE ROW IS GONE                                       *
004350****************************************************************
004360 2400-CHECK-ORPHAN-ADDR.
004370     MOVE 4 TO WS-RULE-NUMBER
004380     MOVE 'EMPADDR ROW WITHOUT AN EMPLOYEE ROW' TO WS-RULE-TITLE
004390     PERFORM 6000-START-RULE THRU 6000-EXIT
004400
004410     EXEC SQL OPEN INTOADCSR END-EXEC
004420     PERFORM 2410-FETCH-ORPHAN-ADDR THRU 2410-EXIT
004430     PERFORM 2420-REPORT-ORPHAN-ADDR THRU 2420-EXIT
004440         UNTIL WS-EOF-RULE
004450     EXEC SQL CLOSE INTOADCSR END-EXEC
004460
004470     PERFORM 6200-END-RULE THRU 6200-EXIT.
004480 2400-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520*    2410-FETCH-ORPHAN-ADDR - NEXT ROW, EOF ON END             *
004530****************************************************************
004540 2410-FETCH-ORPHAN-ADDR.
004550     EXEC SQL
004560       FETCH INTOADCSR
004570        INTO :WS-EX-EMP-ID, :ADDR-CITY, :WS-EX-TEXT
004580     END-EXEC
004590
004600     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
004610 2410-EXIT.
004620     EXIT.
004630
004640****************************************************************
004650*    2420-REPORT-ORPHAN-ADDR - PRINT ONE EXCEPTION             *
004660****************************************************************
004670 2420-REPORT-ORPHAN-ADDR.
004680     MOVE SPACES TO WS-EX-VALUES
004690     STRING 'CITY ' ADDR-CITY
004700            '  LAST UPDATED ' WS-EX-TEXT
004710            DELIMITED BY SIZE INTO WS-EX-VALUES
004720     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
004730
004740     PERFORM 2410-FETCH-ORPHAN-ADDR THRU 2410-EXIT.
004750 2420-EXIT.
004760     EXIT.
004770
004780****************************************************************
004790*    2500-CHECK-PENDING - RULE 5, PENDING_SALARY STILL OPEN     *
004800*    ('N' OR HELD 'H') FOR AN EMPLOYEE THAT HAS BEEN DELETED    *
004810****************************************************************
004820 2500-CHECK-PENDING.
004830     MOVE 5 TO WS-RULE-NUMBER
004840     MOVE 'OPEN PENDING_SALARY FOR A DELETED EMPLOYEE'
004850         TO WS-RULE-TITLE
004860     PERFORM 6000-START-RULE THRU 6000-EXIT
004870
004880     EXEC SQL OPEN INTPNDCSR END-EXEC
004890     PERFORM 2510-FETCH-PENDING THRU 2510-EXIT
004900     PERFORM 2520-REPORT-PENDING THRU 2520-EXIT
004910         UNTIL WS-EOF-RULE
004920     EXEC SQL CLOSE INTPNDCSR END-EXEC
004930
004940     PERFORM 6200-END-RULE THRU 6200-EXIT.
004950 2500-EXIT.
004960     EXIT.
004970
004980****************************************************************
004990*    2510-FETCH-PENDING - NEXT ROW, EOF ON END                 *
005000****************************************************************
005010 2510-FETCH-PENDING.
005020     EXEC SQL
005030       FETCH INTPNDCSR
005040        INTO :WS-EX-EMP-ID, :WS-EX-NUM-1, :WS-EX-STATUS,
005050             :WS-EX-NUM-2, :WS-EX-DATE
005060     END-EXEC
005070
005080     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
005090 2510-EXIT.
005100     EXIT.
005110
005120****************************************************************
005130*    2520-REPORT-PENDING - PRINT ONE EXCEPTION                 *
005140****************************************************************
005150 2520-REPORT-PENDING.
005160     MOVE WS-EX-NUM-1 TO WS-ED-NUM-1
005170     MOVE WS-EX-NUM-2 TO WS-ED-NUM-2
005180     MOVE SPACES TO WS-EX-VALUES
005190     STRING 'PEND_SEQ ' WS-ED-NUM-1
005200            '  APPLIED ' WS-EX-STATUS
005210            '  NEW_SALARY ' WS-ED-NUM-2
005220            '  EFF_DATE ' WS-EX-DATE
005230            DELIMITED BY SIZE INTO WS-EX-VALUES
005240     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
005250
005260     PERFORM 2510-FETCH-PENDING THRU 2510-EXIT.
005270 2520-EXIT.
005280     EXIT.
005290
005300****************************************************************
005310*    2600-CHECK-FINAL-PAY - RULE 6, FINAL_PAY_DT MOVED OFF THE  *
005320*    9999-12-31 DEFAULT ON AN EMPLOYEE WHO IS NOT TERMINATED    *
005330****************************************************************
005340 2600-CHECK-FINAL-PAY.
005350     MOVE 6 TO WS-RULE-NUMBER
005360     MOVE 'FINAL_PAY_DT SET ON A NON-TERMINATED EMPLOYEE'
005370         TO WS-RULE-TITLE
005380     PERFORM 6000-START-RULE THRU 6000-EXIT
005390
005400     EXEC SQL OPEN INTFPDCSR END-EXEC
005410     PERFORM 2610-FETCH-FINAL-PAY THRU 2610-EXIT
005420     PERFORM 2620-REPORT-FINAL-PAY THRU 2620-EXIT
005430         UNTIL WS-EOF-RULE
005440     EXEC SQL CLOSE INTFPDCSR END-EXEC
005450
005460     PERFORM 6200-END-RULE THRU 6200-EXIT.
005470 2600-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510*    2610-FETCH-FINAL-PAY - NEXT ROW, EOF ON END               *
005520****************************************************************
005530 2610-FETCH-FINAL-PAY.
005540     EXEC SQL
005550       FETCH INTFPDCSR
005560        INTO :WS-EX-EMP-ID, :WS-EX-STATUS, :WS-EX-DATE
005570     END-EXEC
005580
005590     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
005600 2610-EXIT.
005610     EXIT.
005620
005630****************************************************************
005640*    2620-REPORT-FINAL-PAY - PRINT ONE EXCEPTION               *
005650****************************************************************
005660 2620-REPORT-FINAL-PAY.
005670     MOVE SPACES TO WS-EX-VALUES
005680     STRING 'EMP_STATUS ' WS-EX-STATUS
005690            '  FINAL_PAY_DT ' WS-EX-DATE
005700            DELIMITED BY SIZE INTO WS-EX-VALUES
005710     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
005720
005730     PERFORM 2610-FETCH-FINAL-PAY THRU 2610-EXIT.
005740 2620-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780*    2700-CHECK-BAND - RULE 7, ACTIVE FTE SALARY OUTSIDE THE    *
005790*    DEPARTMENT'S DEPTBAND ROW, OR THE GLOBAL SALARY_LIMITS     *
005800*    ROW WHEN THE DEPARTMENT HAS NO BAND - THE SAME BAND THE    *
005810*    SCREEN EDITS AGAINST.  CATCHES SALARIES LEFT OUTSIDE       *
005820*    AFTER THE BAND WAS CHANGED.                                *
005830****************************************************************
005840 2700-CHECK-BAND.
005850     MOVE 7 TO WS-RULE-NUMBER
005860     MOVE 'SALARY OUTSIDE DEPTBAND / SALARY_LIMITS BAND'
005870         TO WS-RULE-TITLE
005880     PERFORM 6000-START-RULE THRU 6000-EXIT
005890
005900     EXEC SQL OPEN INTBNDCSR END-EXEC
005910     PERFORM 2710-FETCH-BAND THRU 2710-EXIT
005920     PERFORM 2720-REPORT-BAND THRU 2720-EXIT
005930         UNTIL WS-EOF-RULE
005940     EXEC SQL CLOSE INTBNDCSR END-EXEC
005950
005960     PERFORM 6200-END-RULE THRU 6200-EXIT.
005970 2700-EXIT.
005980     EXIT.
005990
006000****************************************************************
006010*    2710-FETCH-BAND - NEXT ROW, EOF ON END                    *
006020****************************************************************
006030 2710-FETCH-BAND.
006040     EXEC SQL
006050       FETCH INTBNDCSR
006060        INTO :WS-EX-EMP-ID, :WS-EX-CODE, :WS-EX-NUM-1,
006070             :WS-EX-NUM-2, :WS-EX-NUM-3, :WS-EX-TEXT
006080     END-EXEC
006090
006100     PERFORM 6300-CHECK-FETCH THRU 6300-EXIT.
006110 2710-EXIT.
006120     EXIT.
006130
006140****************************************************************
006150*    2720-REPORT-BAND - PRINT ONE EXCEPTION                    *
006160****************************************************************
006170 2720-REPORT-BAND.
006180     MOVE WS-EX-NUM-1 TO WS-ED-NUM-1
006190     MOVE WS-EX-NUM-2 TO WS-ED-NUM-2
006200     MOVE WS-EX-NUM-3 TO WS-ED-NUM-3
006210     MOVE SPACES TO WS-EX-VALUES
006220     STRING 'DEPT_CODE ' WS-EX-CODE
006230            '  FTE SALARY ' WS-ED-NUM-1
006240            '  BAND ' WS-ED-NUM-2
006250            ' -' WS-ED-NUM-3
006260            '  FROM ' WS-EX-TEXT
006270            DELIMITED BY SIZE INTO WS-EX-VALUES
006280     PERFORM 6100-WRITE-EXCEPTION THRU 6100-EXIT
006290
006300     PERFORM 2710-FETCH-BAND THRU 2710-EXIT.
006310 2720-EXIT.
006320     EXIT.
006330
006340****************************************************************
006350*    6000-START-RULE - RESET THE RULE COUNT AND PRINT THE RULE  *
006360*    HEADING                                                    *
006370****************************************************************
006380 6000-START-RULE.
006390     MOVE 'N'  TO WS-SW-RULE-EOF
006400     MOVE ZERO TO WS-RULE-COUNT
006410
006420     IF WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
006430        PERFORM 6600-PAGE-BREAK THRU 6600-EXIT
006440     END-IF
006450
006460     WRITE INT-RECORD FROM WS-BLANK-LINE
006470     PERFORM 6500-WRITE-RULE-LINE THRU 6500-EXIT
006480     ADD 1 TO WS-LINE-COUNT.
006490 6000-EXIT.
006500     EXIT.
006510
006520****************************************************************
006530*    6100-WRITE-EXCEPTION - ONE DETAIL LINE UNDER THE RULE      *
006540****************************************************************
006550 6100-WRITE-EXCEPTION.
006560     ADD 1 TO WS-LINE-COUNT
006570     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
006580        PERFORM 6600-PAGE-BREAK THRU 6600-EXIT
006590        PERFORM 6500-WRITE-RULE-LINE THRU 6500-EXIT
006600        ADD 1 TO WS-LINE-COUNT
006610     END-IF
006620
006630     MOVE WS-EX-EMP-ID TO WS-DT-EMP-ID
006640     MOVE WS-EX-VALUES TO WS-DT-VALUES
006650     WRITE INT-RECORD FROM WS-DETAIL-LINE
006660
006670     ADD 1 TO WS-RULE-COUNT
006680     ADD 1 TO WS-EXCEPTION-COUNT.
006690 6100-EXIT.
006700     EXIT.
006710
006720****************************************************************
006730*    6200-END-RULE - RULE TOTAL, OR NO EXCEPTIONS               *
006740****************************************************************
006750 6200-END-RULE.
006760     IF WS-RULE-COUNT = ZERO
006770        WRITE INT-RECORD FROM WS-RULE-CLEAN-LINE
006780     ELSE
006790        MOVE WS-RULE-COUNT TO WS-RT-COUNT
006800        WRITE INT-RECORD FROM WS-RULE-TOTAL-LINE
006810        ADD 1 TO WS-RULES-FLAGGED
006820     END-IF
006830     ADD 1 TO WS-LINE-COUNT.
006840 6200-EXIT.
006850     EXIT.
006860
006870****************************************************************
006880*    6300-CHECK-FETCH - END OF THE RULE ON SQLCODE 100; ANY     *
006890*    NEGATIVE SQLCODE ALSO ENDS THE RULE BUT FAILS THE RUN SO   *
006900*    AN UNCHECKED RULE IS NEVER REPORTED AS CLEAN               *
006910****************************************************************
006920 6300-CHECK-FETCH.
006930     IF SQLCODE NOT = 0
006940        MOVE 'Y' TO WS-SW-RULE-EOF
006950        IF SQLCODE < 0
006960           MOVE 8 TO WS-RETURN-CODE
006970        END-IF
006980     END-IF.
006990 6300-EXIT.
007000     EXIT.
007010
007020****************************************************************
007030*    6500-WRITE-RULE-LINE - RULE NUMBER AND TITLE               *
007040****************************************************************
007050 6500-WRITE-RULE-LINE.
007060     MOVE WS-RULE-NUMBER TO WS-RL-RULE-NUMBER
007070     MOVE WS-RULE-TITLE  TO WS-RL-RULE-TITLE
007080     WRITE INT-RECORD FROM WS-RULE-LINE.
007090 6500-EXIT.
007100     EXIT.
007110
007120****************************************************************
007130*    6600-PAGE-BREAK - START A NEW PAGE                        *
007140****************************************************************
007150 6600-PAGE-BREAK.
007160     ADD 1 TO WS-PAGE-NUMBER
007170     MOVE ZERO TO WS-LINE-COUNT
007180
007190     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
007200     WRITE INT-RECORD FROM WS-HEADING-LINE-1
007210         AFTER ADVANCING PAGE
007220     WRITE INT-RECORD FROM WS-HEADING-LINE-2
007230     WRITE INT-RECORD FROM WS-BLANK-LINE.
007240 6600-EXIT.
007250     EXIT.
007260
007270****************************************************************
007280*    8000-TERMINATE - TOTALS, RETURN CODE AND CLOSE UP.  RC=4  *
007290*    WHEN ANY RULE FOUND AN EXCEPTION, RC=8 WHEN A CHECK FAILED *
007300****************************************************************
007310 8000-TERMINATE.
007320     WRITE INT-RECORD FROM WS-BLANK-LINE
007330     MOVE WS-EXCEPTION-COUNT TO WS-TL-EXCEPTIONS
007340     MOVE WS-RULES-FLAGGED   TO WS-TL-RULES
007350     WRITE INT-RECORD FROM WS-TOTALS-LINE
007360
007370     IF WS-RETURN-CODE = 8
007380        WRITE INT-RECORD FROM WS-BLANK-LINE
007390        WRITE INT-RECORD FROM WS-ERROR-LINE
007400     ELSE
007410        IF WS-EXCEPTION-COUNT > ZERO
007420           MOVE 4 TO WS-RETURN-CODE
007430        END-IF
007440     END-IF
007450
007460     CLOSE INTFILE
007470
007480     MOVE WS-RETURN-CODE TO RETURN-CODE.
007490 8000-EXIT.
007500     EXIT.
007510
007520****************************************************************
007530*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START   *
007540*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG       *
007550****************************************************************
007560 0100-LOG-RUN-START.
007570     MOVE 'EMPINTG' TO RLOG-PGM-NAME
007580     EXEC SQL
007590       INSERT INTO RUNLOG
007600         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
007610          RUN_STATUS)
007620       VALUES
007630         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
007640     END-EXEC
007650
007660     EXEC SQL
007670       SELECT INT(IDENTITY_VAL_LOCAL())
007680         INTO :RLOG-SEQ
007690         FROM SYSIBM.SYSDUMMY1
007700     END-EXEC
007710
007720     EXEC SQL COMMIT END-EXEC.
007730 0100-EXIT.
007740     EXIT.
007750
007760****************************************************************
007770*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END   *
007780*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE             *
007790****************************************************************
007800 8900-LOG-RUN-END.
007810     MOVE WS-EXCEPTION-COUNT TO RLOG-REC-COUNT
007820     MOVE RETURN-CODE TO RLOG-RETURN-CD
007830
007840     EXEC SQL
007850       UPDATE RUNLOG
007860          SET END_TS     = CURRENT TIMESTAMP,
007870              REC_COUNT  = :RLOG-REC-COUNT,
007880              RETURN_CD  = :RLOG-RETURN-CD,
007890              RUN_STATUS = 'C'
007900        WHERE RUN_SEQ = :RLOG-SEQ
007910     END-EXEC
007920
007930     EXEC SQL COMMIT END-EXEC.
007940 8900-EXIT.
007950     EXIT.
007960
007970
007980 9999-EXIT.
007990     GOBACK.
