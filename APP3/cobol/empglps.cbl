000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPGLPS.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPGLPS                                       *
000100*    FUNCTION : MONTH-END GENERAL-LEDGER SALARY COST POSTING.  *
000110*               READS THE CLOSED MONTH'S EMPSNAP ROWS AND      *
000120*               WRITES A BALANCED GL JOURNAL INTERFACE FILE:   *
000130*               PER DEPT_CODE ONE SALARY-EXPENSE DEBIT TO THE  *
000140*               DEPARTMENT'S GL_EXP_ACCT AND THE OFFSETTING    *
000150*               ACCRUAL CREDIT TO ITS GL_ACCR_ACCT, FOR THE    *
000160*               ACTIVE AND LEAVE HEADCOUNT AT THE MONTHLY      *
000170*               RATE (ANNUAL SALARY / 12).  THE CONTROL        *
000180*               REPORT PROVES DEBITS = CREDITS AND THAT THE    *
000190*               POSTED PAYROLL TIES TO THE EMPTRND FIGURE FOR  *
000200*               THE SAME SNAP_YM.  THE MONTH IS THE EXEC PARM  *
000210*               (YYYY-MM), DEFAULT THE LATEST SNAP_YM ON FILE. *
000220*               A RERUN FOR A MONTH ALREADY IN GLPOST REWRITES *
000230*               THE WHOLE FILE WITH AN 'R' (REPLACEMENT)       *
000240*               HEADER - NOTHING IS APPENDED.  ENDS RC=8 WHEN  *
000250*               A DEPARTMENT HAS NO GL MAPPING OR THE CONTROLS *
000260*               DO NOT PROVE - THE FILE IS NOT THEN LOADED.    *
000270*    CALLED BY: JOB EMPGLPSJ, STEP STEP010 (AFTER EMPSNAPJ AT  *
000280*               MONTH END).                                    *
000290*                                                              *
000300****************************************************************
000310*    MODIFICATION HISTORY
000320*    --------------------
000330*    10/15/2026  DLR  INITIAL VERSION.
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT GLFILE   ASSIGN TO GLOUT
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT RPTFILE  ASSIGN TO GLRPT
000410            ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  GLFILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480*    JOURNAL ENTRY - ONE DEBIT AND ONE CREDIT PER DEPARTMENT
000490 01  GL-RECORD.
000500     05  GL-REC-TYPE             PIC X(01).
000510     05  GL-SNAP-YM              PIC X(07).
000520     05  GL-DEPT-CODE            PIC X(03).
000530     05  GL-ACCOUNT              PIC X(08).
000540     05  GL-DR-CR                PIC X(01).
000550     05  GL-AMOUNT               PIC 9(11)V99.
000560     05  GL-HEADCOUNT            PIC 9(05).
000570     05  GL-DESC                 PIC X(30).
000580     05  FILLER                  PIC X(12).
000590*    FIRST RECORD - RUN TYPE 'O' ORIGINAL, 'R' REPLACES A FILE
000600*    ALREADY SENT FOR THE SAME MONTH
000610 01  GL-HEADER-RECORD.
000620     05  GL-HDR-REC-TYPE         PIC X(01).
000630     05  GL-HDR-SNAP-YM          PIC X(07).
000640     05  GL-HDR-RUN-TYPE         PIC X(01).
000650     05  GL-HDR-RUN-TS           PIC X(26).
000660     05  GL-HDR-SOURCE           PIC X(08).
000670     05  FILLER                  PIC X(37).
000680*    LAST RECORD - ENTRY COUNT AND THE TWO SIDES OF THE JOURNAL
000690 01  GL-TRAILER-RECORD.
000700     05  GL-TRL-REC-TYPE         PIC X(01).
000710     05  GL-TRL-SNAP-YM          PIC X(07).
000720     05  GL-TRL-ENTRY-COUNT      PIC 9(07).
000730     05  GL-TRL-DEBIT-TOTAL      PIC 9(13)V99.
000740     05  GL-TRL-CREDIT-TOTAL     PIC 9(13)V99.
000750     05  FILLER                  PIC X(35).
000760
000770 FD  RPTFILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  RPT-RECORD                     PIC X(133).
000810
000820 WORKING-STORAGE SECTION.
000830****************************************************************
000840*    SWITCHES AND COUNTERS                                     *
000850****************************************************************
000860 01  WS-SWITCHES.
000870     05  WS-SW-DEPT-EOF             PIC X(01) VALUE 'N'.
000880         88  WS-EOF-DEPTS               VALUE 'Y'.
000890     05  WS-SW-MONTH-OK             PIC X(01) VALUE 'N'.
000900         88  WS-MONTH-OK                VALUE 'Y'.
000910     05  WS-SW-BALANCED             PIC X(01) VALUE 'N'.
000920         88  WS-BALANCED                VALUE 'Y'.
000930     05  WS-SW-TIED                 PIC X(01) VALUE 'N'.
000940         88  WS-TIED                    VALUE 'Y'.
000950
000960 01  WS-COUNTERS.
000970     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000980                                         VALUE ZERO.
000990     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
001000                                         VALUE ZERO.
001010     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
001020     05  WS-DEPT-COUNT              PIC 9(05) USAGE COMP
001030                                         VALUE ZERO.
001040     05  WS-UNMAPPED-COUNT          PIC 9(05) USAGE COMP
001050                                         VALUE ZERO.
001060     05  WS-ENTRY-COUNT             PIC 9(07) USAGE COMP
001070                                         VALUE ZERO.
001080     05  WS-HEADCOUNT-TOTAL         PIC 9(07) USAGE COMP
001090                                         VALUE ZERO.
001100
001110 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
001120                                         VALUE ZERO.
001130 77  WS-SNAP-ROWS                   PIC S9(09) USAGE COMP
001140                                         VALUE ZERO.
001150 77  WS-PARM-LEN                    PIC S9(04) USAGE COMP
001160                                         VALUE ZERO.
001170
001180****************************************************************
001190*    MONTH BEING POSTED AND RUN TYPE                           *
001200****************************************************************
001210 01  WS-SNAP-YM                     PIC X(07) VALUE SPACES.
001220 01  WS-SNAP-YM-PARTS REDEFINES WS-SNAP-YM.
001230     05  WS-SNAP-YYYY               PIC X(04).
001240     05  WS-SNAP-DASH               PIC X(01).
001250     05  WS-SNAP-MM                 PIC X(02).
001260 01  WS-RUN-TYPE                    PIC X(01) VALUE 'O'.
001270     88  WS-REPLACEMENT-RUN             VALUE 'R'.
001280 01  WS-RUN-TS                      PIC X(26) VALUE SPACES.
001290
001300****************************************************************
001310*    DEPARTMENT CURSOR HOST FIELDS                             *
001320****************************************************************
001330 01  WS-GLD-FIELDS.
001340     05  WS-GD-DEPT-CODE            PIC X(03) VALUE SPACES.
001350     05  WS-GD-DEPT-NAME            PIC X(20) VALUE SPACES.
001360     05  WS-GD-EXP-ACCT             PIC X(08) VALUE SPACES.
001370     05  WS-GD-ACCR-ACCT            PIC X(08) VALUE SPACES.
001380     05  WS-GD-HEADCOUNT            PIC S9(09) USAGE COMP
001390                                         VALUE ZERO.
001400     05  WS-GD-ANNUAL               PIC S9(15) USAGE COMP-3
001410                                         VALUE ZERO.
001420
001430****************************************************************
001440*    AMOUNTS - MONTHLY FIGURES CARRY CENTS                     *
001450****************************************************************
001460 01  WS-AMOUNTS.
001470     05  WS-MONTHLY-AMT             PIC S9(13)V99 USAGE COMP-3
001480                                         VALUE ZERO.
001490     05  WS-DEBIT-TOTAL             PIC S9(13)V99 USAGE COMP-3
001500                                         VALUE ZERO.
001510     05  WS-CREDIT-TOTAL            PIC S9(13)V99 USAGE COMP-3
001520                                         VALUE ZERO.
001530     05  WS-POSTED-ANNUAL           PIC S9(15) USAGE COMP-3
001540                                         VALUE ZERO.
001550     05  WS-TRND-ANNUAL             PIC S9(15) USAGE COMP-3
001560                                         VALUE ZERO.
001570     05  WS-TRND-MONTHLY            PIC S9(13)V99 USAGE COMP-3
001580                                         VALUE ZERO.
001590     05  WS-ROUNDING-DIFF           PIC S9(13)V99 USAGE COMP-3
001600                                         VALUE ZERO.
001610
001620****************************************************************
001630*    PRINT LINE LAYOUTS                                        *
001640****************************************************************
001650 01  WS-HEADING-LINE-1.
001660     05  FILLER                     PIC X(01) VALUE '1'.
001670     05  FILLER                     PIC X(47) VALUE
001680         'EMP1 PAYROLL - GL SALARY COST POSTING CONTROL  '.
001690     05  FILLER                     PIC X(03) VALUE SPACES.
001700     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001710     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001720     05  FILLER                     PIC X(73) VALUE SPACES.
001730
001740 01  WS-HEADING-LINE-2.
001750     05  FILLER                     PIC X(01) VALUE SPACE.
001760     05  FILLER                     PIC X(07) VALUE 'MONTH: '.
001770     05  WS-H2-SNAP-YM              PIC X(07).
001780     05  FILLER                     PIC X(12) VALUE
001790         '   RUN TYPE:'.
001800     05  FILLER                     PIC X(01) VALUE SPACE.
001810     05  WS-H2-RUN-TYPE             PIC X(30).
001820     05  FILLER                     PIC X(75) VALUE SPACES.
001830
001840 01  WS-HEADING-LINE-3.
001850     05  FILLER                     PIC X(01) VALUE SPACE.
001860     05  FILLER                     PIC X(26) VALUE
001870         'DEPT NAME                 '.
001880     05  FILLER                     PIC X(08) VALUE 'HEADCT  '.
001890     05  FILLER                     PIC X(18) VALUE
001900         '   ANNUAL SALARY  '.
001910     05  FILLER                     PIC X(18) VALUE
001920         '  MONTHLY AMOUNT  '.
001930     05  FILLER                     PIC X(20) VALUE
001940         'DR ACCT   CR ACCT   '.
001950     05  FILLER                     PIC X(42) VALUE SPACES.
001960
001970 01  WS-DETAIL-LINE.
001980     05  FILLER                     PIC X(01) VALUE SPACE.
001990     05  WS-DT-DEPT-CODE            PIC X(03).
002000     05  FILLER                     PIC X(02) VALUE SPACES.
002010     05  WS-DT-DEPT-NAME            PIC X(20).
002020     05  FILLER                     PIC X(01) VALUE SPACE.
002030     05  WS-DT-HEADCOUNT            PIC ZZ,ZZ9.
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  WS-DT-ANNUAL               PIC ZZ,ZZZ,ZZZ,ZZ9.
002060     05  FILLER                     PIC X(03) VALUE SPACES.
002070     05  WS-DT-MONTHLY              PIC ZZZ,ZZZ,ZZ9.99.
002080     05  FILLER                     PIC X(02) VALUE SPACES.
002090     05  WS-DT-EXP-ACCT             PIC X(08).
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002110     05  WS-DT-ACCR-ACCT            PIC X(08).
002120     05  FILLER                     PIC X(02) VALUE SPACES.
002130     05  WS-DT-NOTE                 PIC X(30).
002140     05  FILLER                     PIC X(15) VALUE SPACES.
002150
002160 01  WS-CONTROL-HEADING.
002170     05  FILLER                     PIC X(01) VALUE SPACE.
002180     05  FILLER                     PIC X(48) VALUE
002190         'POSTING CONTROLS                                '.
002200     05  FILLER                     PIC X(84) VALUE SPACES.
002210
002220 01  WS-CONTROL-LINE.
002230     05  FILLER                     PIC X(01) VALUE SPACE.
002240     05  WS-CL-LABEL                PIC X(32).
002250     05  WS-CL-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002260     05  FILLER                     PIC X(78) VALUE SPACES.
002270
002280 01  WS-PROOF-LINE.
002290     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  WS-PL-LABEL                PIC X(32).
002310     05  WS-PL-RESULT               PIC X(03).
002320     05  FILLER                     PIC X(97) VALUE SPACES.
002330
002340 01  WS-COUNT-LINE.
002350     05  FILLER                     PIC X(01) VALUE SPACE.
002360     05  WS-NL-LABEL                PIC X(32).
002370     05  WS-NL-COUNT                PIC ZZZ,ZZ9.
002380     05  FILLER                     PIC X(93) VALUE SPACES.
002390
002400 01  WS-FAIL-LINE.
002410     05  FILLER                     PIC X(01) VALUE SPACE.
002420     05  FILLER                     PIC X(40) VALUE
002430         '*** CONTROLS DO NOT PROVE - DO NOT LOAD '.
002440     05  FILLER                     PIC X(25) VALUE
002450         'THE GL FILE, RC=8 ***    '.
002460     05  FILLER                     PIC X(67) VALUE SPACES.
002470
002480 01  WS-BAD-MONTH-LINE.
002490     05  FILLER                     PIC X(01) VALUE SPACE.
002500     05  FILLER                     PIC X(36) VALUE
002510         '*** NO EMPSNAP ROWS FOR THE MONTH - '.
002520     05  WS-BM-SNAP-YM              PIC X(07).
002530     05  FILLER                     PIC X(47) VALUE
002540         ' - PARM MUST BE YYYY-MM OF A CAPTURED MONTH ***'.
002550     05  FILLER                     PIC X(42) VALUE SPACES.
002560
002570 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002580
002590     EXEC SQL
002600       INCLUDE SQLCA
002610     END-EXEC.
002620
002630     EXEC SQL
002640       INCLUDE GLPOST
002650     END-EXEC.
002660
002670     EXEC SQL
002680       INCLUDE RUNLOG
002690     END-EXEC.
002700
002710 LINKAGE SECTION.
002720 01  PARM-DATA.
002730     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002740     05  PARM-TEXT                  PIC X(07).
002750
002760 PROCEDURE DIVISION USING PARM-DATA.
002770
002780 0000-MAINLINE.
002790     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002810     IF WS-MONTH-OK
002820        PERFORM 2000-POST-DEPT    THRU 2000-EXIT
002830            UNTIL WS-EOF-DEPTS
002840        PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
002850        PERFORM 4000-PROVE-CONTROLS THRU 4000-EXIT
002860        PERFORM 5000-RECORD-POSTING THRU 5000-EXIT
002870     END-IF
002880     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002890     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002900     GO TO 9999-EXIT.
002910
002920****************************************************************
002930*    1000-INITIALIZE - FILES, THE MONTH, ITS RUN TYPE, THE     *
002940*    GL HEADER AND THE DEPARTMENT CURSOR.  ONLY ACTIVE AND     *
002950*    LEAVE ROWS ARE COSTED; THE LEFT JOIN KEEPS A DEPT_CODE    *
002960*    WITH NO DEPARTMENT ROW SO IT REPORTS AS UNMAPPED.         *
002970****************************************************************
002980 1000-INITIALIZE.
002990     OPEN OUTPUT GLFILE
003000     OPEN OUTPUT RPTFILE
003010
003020     PERFORM 1100-SELECT-MONTH THRU 1100-EXIT
003030
003040     IF NOT WS-MONTH-OK
003050        MOVE 8 TO WS-RETURN-CODE
003060        MOVE WS-SNAP-YM TO WS-BM-SNAP-YM
003070        PERFORM 6600-PAGE-BREAK THRU 6600-EXIT
003080        WRITE RPT-RECORD FROM WS-BAD-MONTH-LINE
003090        GO TO 1000-EXIT
003100     END-IF
003110
003120     MOVE WS-SNAP-YM TO GLP-SNAP-YM
003130     EXEC SQL
003140       SELECT RUN_COUNT
003150         INTO :GLP-RUN-COUNT
003160         FROM GLPOST
003170        WHERE SNAP_YM = :GLP-SNAP-YM
003180     END-EXEC
003190
003200     IF SQLCODE = 0
003210        MOVE 'R' TO WS-RUN-TYPE
003220     END-IF
003230
003240     EXEC SQL
003250       SELECT CHAR(CURRENT TIMESTAMP)
003260         INTO :WS-RUN-TS
003270         FROM SYSIBM.SYSDUMMY1
003280     END-EXEC
003290
003300     MOVE SPACES          TO GL-HEADER-RECORD
003310     MOVE 'H'             TO GL-HDR-REC-TYPE
003320     MOVE WS-SNAP-YM      TO GL-HDR-SNAP-YM
003330     MOVE WS-RUN-TYPE     TO GL-HDR-RUN-TYPE
003340     MOVE WS-RUN-TS       TO GL-HDR-RUN-TS
003350     MOVE 'EMPGLPS'       TO GL-HDR-SOURCE
003360     WRITE GL-HEADER-RECORD
003370
003380     EXEC SQL
003390       DECLARE GLDPTCSR CURSOR FOR
003400       SELECT S.DEPT_CODE,
003410              COALESCE(D.DEPT_NAME, ' '),
003420              COALESCE(D.GL_EXP_ACCT, ' '),
003430              COALESCE(D.GL_ACCR_ACCT, ' '),
003440              COUNT(*),
003450              SUM(DECIMAL(S.SALARY, 15, 0))
003460         FROM EMPSNAP S
003470         LEFT OUTER JOIN DEPARTMENT D
003480           ON D.DEPT_CODE = S.DEPT_CODE
003490        WHERE S.SNAP_YM = :WS-SNAP-YM
003500          AND S.EMP_STATUS IN ('A', 'L')
003510        GROUP BY S.DEPT_CODE, D.DEPT_NAME,
003520                 D.GL_EXP_ACCT, D.GL_ACCR_ACCT
003530        ORDER BY S.DEPT_CODE
003540     END-EXEC
003550
003560     EXEC SQL OPEN GLDPTCSR END-EXEC
003570
003580     PERFORM 6600-PAGE-BREAK THRU 6600-EXIT
003590     PERFORM 2100-FETCH-DEPT THRU 2100-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620
003630****************************************************************
003640*    1100-SELECT-MONTH - THE PARM (YYYY-MM) OR, WITHOUT ONE,   *
003650*    THE LATEST SNAP_YM CAPTURED.  THE MONTH MUST HAVE ROWS.   *
003660****************************************************************
003670 1100-SELECT-MONTH.
003680     MOVE 'N' TO WS-SW-MONTH-OK
003690
003700     MOVE PARM-LENGTH TO WS-PARM-LEN
003710     IF WS-PARM-LEN > 7
003720        MOVE 7 TO WS-PARM-LEN
003730     END-IF
003740
003750     IF WS-PARM-LEN > ZERO
003760        MOVE PARM-TEXT (1:WS-PARM-LEN) TO WS-SNAP-YM
003770        IF WS-SNAP-YYYY IS NOT NUMERIC
003780           OR WS-SNAP-DASH NOT = '-'
003790           OR WS-SNAP-MM IS NOT NUMERIC
003800           GO TO 1100-EXIT
003810        END-IF
003820     ELSE
003830        EXEC SQL
003840          SELECT COALESCE(MAX(SNAP_YM), ' ')
003850            INTO :WS-SNAP-YM
003860            FROM EMPSNAP
003870        END-EXEC
003880     END-IF
003890
003900     EXEC SQL
003910       SELECT COUNT(*)
003920         INTO :WS-SNAP-ROWS
003930         FROM EMPSNAP
003940        WHERE SNAP_YM = :WS-SNAP-YM
003950     END-EXEC
003960
003970     IF SQLCODE = 0 AND WS-SNAP-ROWS > ZERO
003980        MOVE 'Y' TO WS-SW-MONTH-OK
003990     END-IF.
004000 1100-EXIT.
004010     EXIT.
004020
004030****************************************************************
004040*    2000-POST-DEPT - ONE DEPARTMENT: THE DEBIT TO ITS EXPENSE *
004050*    ACCOUNT AND THE MATCHING ACCRUAL CREDIT, AT THE MONTHLY   *
004060*    RATE.  A DEPARTMENT WITHOUT BOTH ACCOUNTS IS NOT POSTED - *
004070*    IT PRINTS AS UNMAPPED AND THE TIE-OUT THEN FAILS.         *
004080****************************************************************
004090 2000-POST-DEPT.
004100     ADD 1 TO WS-DEPT-COUNT
004110     ADD WS-GD-HEADCOUNT TO WS-HEADCOUNT-TOTAL
004120
004130     COMPUTE WS-MONTHLY-AMT ROUNDED = WS-GD-ANNUAL / 12
004140
004150     MOVE SPACES             TO WS-DETAIL-LINE
004160     MOVE WS-GD-DEPT-CODE    TO WS-DT-DEPT-CODE
004170     MOVE WS-GD-DEPT-NAME    TO WS-DT-DEPT-NAME
004180     MOVE WS-GD-HEADCOUNT    TO WS-DT-HEADCOUNT
004190     MOVE WS-GD-ANNUAL       TO WS-DT-ANNUAL
004200     MOVE WS-MONTHLY-AMT     TO WS-DT-MONTHLY
004210     MOVE WS-GD-EXP-ACCT     TO WS-DT-EXP-ACCT
004220     MOVE WS-GD-ACCR-ACCT    TO WS-DT-ACCR-ACCT
004230
004240     IF WS-GD-EXP-ACCT = SPACES OR WS-GD-ACCR-ACCT = SPACES
004250        ADD 1 TO WS-UNMAPPED-COUNT
004260        MOVE '*** NO GL MAPPING - NOT POSTED' TO WS-DT-NOTE
004270        PERFORM 2200-PRINT-DEPT-LINE THRU 2200-EXIT
004280        GO TO 2000-FETCH
004290     END-IF
004300
004310     MOVE SPACES             TO GL-RECORD
004320     MOVE 'D'                TO GL-REC-TYPE
004330     MOVE WS-SNAP-YM         TO GL-SNAP-YM
004340     MOVE WS-GD-DEPT-CODE    TO GL-DEPT-CODE
004350     MOVE WS-GD-HEADCOUNT    TO GL-HEADCOUNT
004360     MOVE WS-MONTHLY-AMT     TO GL-AMOUNT
004370
004380     MOVE WS-GD-EXP-ACCT     TO GL-ACCOUNT
004390     MOVE 'D'                TO GL-DR-CR
004400     STRING 'SALARY EXPENSE ' DELIMITED BY SIZE
004410            WS-SNAP-YM        DELIMITED BY SIZE
004420            INTO GL-DESC
004430     END-STRING
004440     WRITE GL-RECORD
004450     ADD WS-MONTHLY-AMT TO WS-DEBIT-TOTAL
004460
004470     MOVE WS-GD-ACCR-ACCT    TO GL-ACCOUNT
004480     MOVE 'C'                TO GL-DR-CR
004490     MOVE SPACES             TO GL-DESC
004500     STRING 'SALARY ACCRUAL ' DELIMITED BY SIZE
004510            WS-SNAP-YM        DELIMITED BY SIZE
004520            INTO GL-DESC
004530     END-STRING
004540     WRITE GL-RECORD
004550     ADD WS-MONTHLY-AMT TO WS-CREDIT-TOTAL
004560
004570     ADD 2 TO WS-ENTRY-COUNT
004580     ADD WS-GD-ANNUAL TO WS-POSTED-ANNUAL
004590
004600     PERFORM 2200-PRINT-DEPT-LINE THRU 2200-EXIT.
004610 2000-FETCH.
004620     PERFORM 2100-FETCH-DEPT THRU 2100-EXIT.
004630 2000-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670*    2100-FETCH-DEPT - NEXT DEPARTMENT TOTAL, EOF ON END        *
004680****************************************************************
004690 2100-FETCH-DEPT.
004700     EXEC SQL
004710       FETCH GLDPTCSR
004720        INTO :WS-GD-DEPT-CODE, :WS-GD-DEPT-NAME,
004730             :WS-GD-EXP-ACCT, :WS-GD-ACCR-ACCT,
004740             :WS-GD-HEADCOUNT, :WS-GD-ANNUAL
004750     END-EXEC
004760
004770     IF SQLCODE NOT = 0
004780        MOVE 'Y' TO WS-SW-DEPT-EOF
004790     END-IF.
004800 2100-EXIT.
004810     EXIT.
004820
004830****************************************************************
004840*    2200-PRINT-DEPT-LINE - ONE REPORT LINE PER DEPARTMENT      *
004850****************************************************************
004860 2200-PRINT-DEPT-LINE.
004870     ADD 1 TO WS-LINE-COUNT
004880     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
004890        PERFORM 6600-PAGE-BREAK THRU 6600-EXIT
004900        ADD 1 TO WS-LINE-COUNT
004910     END-IF
004920
004930     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
004940 2200-EXIT.
004950     EXIT.
004960
004970****************************************************************
004980*    3000-WRITE-TRAILER - CLOSE THE JOURNAL WITH ITS COUNTS     *
004990****************************************************************
005000 3000-WRITE-TRAILER.
005010     EXEC SQL CLOSE GLDPTCSR END-EXEC
005020
005030     MOVE SPACES          TO GL-TRAILER-RECORD
005040     MOVE 'T'             TO GL-TRL-REC-TYPE
005050     MOVE WS-SNAP-YM      TO GL-TRL-SNAP-YM
005060     MOVE WS-ENTRY-COUNT  TO GL-TRL-ENTRY-COUNT
005070     MOVE WS-DEBIT-TOTAL  TO GL-TRL-DEBIT-TOTAL
005080     MOVE WS-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
005090     WRITE GL-TRAILER-RECORD.
005100 3000-EXIT.
005110     EXIT.
005120
005130****************************************************************
005140*    4000-PROVE-CONTROLS - DEBITS MUST EQUAL CREDITS, AND THE  *
005150*    ANNUAL PAYROLL POSTED MUST EQUAL THE EMPTRND FIGURE FOR   *
005160*    THE MONTH (SUM OF SALARY OVER NON-'T' ROWS).  THE         *
005170*    MONTHLY ROUNDING AGAINST EMPTRND / 12 IS SHOWN FOR        *
005180*    INFORMATION - EACH DEPARTMENT ROUNDS TO THE CENT.         *
005190****************************************************************
005200 4000-PROVE-CONTROLS.
005210     EXEC SQL
005220       SELECT COALESCE(SUM(DECIMAL(SALARY, 15, 0)), 0)
005230         INTO :WS-TRND-ANNUAL
005240         FROM EMPSNAP
005250        WHERE SNAP_YM = :WS-SNAP-YM
005260          AND EMP_STATUS NOT = 'T'
005270     END-EXEC
005280
005290     IF SQLCODE NOT = 0
005300        MOVE 8 TO WS-RETURN-CODE
005310     END-IF
005320
005330     COMPUTE WS-TRND-MONTHLY ROUNDED = WS-TRND-ANNUAL / 12
005340     COMPUTE WS-ROUNDING-DIFF = WS-DEBIT-TOTAL - WS-TRND-MONTHLY
005350
005360     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
005370        MOVE 'Y' TO WS-SW-BALANCED
005380     END-IF
005390     IF WS-POSTED-ANNUAL = WS-TRND-ANNUAL
005400        AND WS-UNMAPPED-COUNT = ZERO
005410        MOVE 'Y' TO WS-SW-TIED
005420     END-IF
005430
005440     WRITE RPT-RECORD FROM WS-BLANK-LINE
005450     WRITE RPT-RECORD FROM WS-CONTROL-HEADING
005460     WRITE RPT-RECORD FROM WS-BLANK-LINE
005470
005480     MOVE 'DEPARTMENTS COSTED           :' TO WS-NL-LABEL
005490     MOVE WS-DEPT-COUNT      TO WS-NL-COUNT
005500     WRITE RPT-RECORD FROM WS-COUNT-LINE
005510     MOVE 'DEPARTMENTS WITHOUT GL MAPPING:' TO WS-NL-LABEL
005520     MOVE WS-UNMAPPED-COUNT  TO WS-NL-COUNT
005530     WRITE RPT-RECORD FROM WS-COUNT-LINE
005540     MOVE 'ACTIVE AND LEAVE HEADCOUNT   :' TO WS-NL-LABEL
005550     MOVE WS-HEADCOUNT-TOTAL TO WS-NL-COUNT
005560     WRITE RPT-RECORD FROM WS-COUNT-LINE
005570     MOVE 'JOURNAL ENTRIES WRITTEN      :' TO WS-NL-LABEL
005580     MOVE WS-ENTRY-COUNT     TO WS-NL-COUNT
005590     WRITE RPT-RECORD FROM WS-COUNT-LINE
005600     WRITE RPT-RECORD FROM WS-BLANK-LINE
005610
005620     MOVE 'EMPTRND PAYROLL (ANNUAL)     :' TO WS-CL-LABEL
005630     MOVE WS-TRND-ANNUAL     TO WS-CL-AMOUNT
005640     WRITE RPT-RECORD FROM WS-CONTROL-LINE
005650     MOVE 'PAYROLL POSTED (ANNUAL)      :' TO WS-CL-LABEL
005660     MOVE WS-POSTED-ANNUAL   TO WS-CL-AMOUNT
005670     WRITE RPT-RECORD FROM WS-CONTROL-LINE
005680     MOVE 'EMPTRND PAYROLL / 12         :' TO WS-CL-LABEL
005690     MOVE WS-TRND-MONTHLY    TO WS-CL-AMOUNT
005700     WRITE RPT-RECORD FROM WS-CONTROL-LINE
005710     MOVE 'TOTAL DEBITS                 :' TO WS-CL-LABEL
005720     MOVE WS-DEBIT-TOTAL     TO WS-CL-AMOUNT
005730     WRITE RPT-RECORD FROM WS-CONTROL-LINE
005740     MOVE 'TOTAL CREDITS                :' TO WS-CL-LABEL
005750     MOVE WS-CREDIT-TOTAL    TO WS-CL-AMOUNT
005760     WRITE RPT-RECORD FROM WS-CONTROL-LINE
005770     MOVE 'ROUNDING (DEBITS - TREND/12) :' TO WS-CL-LABEL
005780     MOVE WS-ROUNDING-DIFF   TO WS-CL-AMOUNT
005790     WRITE RPT-RECORD FROM WS-CONTROL-LINE
005800     WRITE RPT-RECORD FROM WS-BLANK-LINE
005810
005820     MOVE 'DEBITS EQUAL CREDITS         :' TO WS-PL-LABEL
005830     IF WS-BALANCED
005840        MOVE 'YES' TO WS-PL-RESULT
005850     ELSE
005860        MOVE 'NO ' TO WS-PL-RESULT
005870     END-IF
005880     WRITE RPT-RECORD FROM WS-PROOF-LINE
005890     MOVE 'TIES TO EMPTRND FOR THE MONTH:' TO WS-PL-LABEL
005900     IF WS-TIED
005910        MOVE 'YES' TO WS-PL-RESULT
005920     ELSE
005930        MOVE 'NO ' TO WS-PL-RESULT
005940     END-IF
005950     WRITE RPT-RECORD FROM WS-PROOF-LINE
005960
005970     IF NOT WS-BALANCED OR NOT WS-TIED
005980        MOVE 8 TO WS-RETURN-CODE
005990     END-IF
006000
006010     IF WS-RETURN-CODE NOT = ZERO
006020        WRITE RPT-RECORD FROM WS-BLANK-LINE
006030        WRITE RPT-RECORD FROM WS-FAIL-LINE
006040     END-IF.
006050 4000-EXIT.
006060     EXIT.
006070
006080****************************************************************
006090*    5000-RECORD-POSTING - A PROVEN RUN IS RECORDED IN GLPOST   *
006100*    SO A LATER RUN FOR THE SAME MONTH IS MARKED REPLACEMENT.   *
006110*    COMMITTED WITH THE RUNLOG END.                             *
006120****************************************************************
006130 5000-RECORD-POSTING.
006140     IF WS-RETURN-CODE NOT = ZERO
006150        GO TO 5000-EXIT
006160     END-IF
006170
006180     MOVE WS-SNAP-YM      TO GLP-SNAP-YM
006190     MOVE WS-ENTRY-COUNT  TO GLP-ENTRY-COUNT
006200     MOVE WS-DEBIT-TOTAL  TO GLP-DEBIT-TOTAL
006210     MOVE WS-CREDIT-TOTAL TO GLP-CREDIT-TOTAL
006220
006230     IF WS-REPLACEMENT-RUN
006240        EXEC SQL
006250          UPDATE GLPOST
006260             SET RUN_COUNT    = RUN_COUNT + 1,
006270                 ENTRY_COUNT  = :GLP-ENTRY-COUNT,
006280                 DEBIT_TOTAL  = :GLP-DEBIT-TOTAL,
006290                 CREDIT_TOTAL = :GLP-CREDIT-TOTAL,
006300                 POST_TS      = CURRENT TIMESTAMP
006310           WHERE SNAP_YM = :GLP-SNAP-YM
006320        END-EXEC
006330     ELSE
006340        EXEC SQL
006350          INSERT INTO GLPOST
006360              (SNAP_YM, RUN_COUNT, ENTRY_COUNT, DEBIT_TOTAL,
006370               CREDIT_TOTAL, POST_TS)
006380          VALUES
006390              (:GLP-SNAP-YM, 1, :GLP-ENTRY-COUNT,
006400               :GLP-DEBIT-TOTAL, :GLP-CREDIT-TOTAL,
006410               CURRENT TIMESTAMP)
006420        END-EXEC
006430     END-IF
006440
006450     IF SQLCODE NOT = 0
006460        MOVE 8 TO WS-RETURN-CODE
006470     END-IF.
006480 5000-EXIT.
006490     EXIT.
006500
006510****************************************************************
006520*    6600-PAGE-BREAK - START A NEW PAGE                        *
006530****************************************************************
006540 6600-PAGE-BREAK.
006550     ADD 1 TO WS-PAGE-NUMBER
006560     MOVE ZERO TO WS-LINE-COUNT
006570
006580     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
006590     MOVE WS-SNAP-YM     TO WS-H2-SNAP-YM
006600     IF WS-REPLACEMENT-RUN
006610        MOVE 'R - REPLACES EARLIER POSTING' TO WS-H2-RUN-TYPE
006620     ELSE
006630        MOVE 'O - ORIGINAL POSTING'         TO WS-H2-RUN-TYPE
006640     END-IF
006650     WRITE RPT-RECORD FROM WS-HEADING-LINE-1
006660         AFTER ADVANCING PAGE
006670     WRITE RPT-RECORD FROM WS-HEADING-LINE-2
006680     WRITE RPT-RECORD FROM WS-BLANK-LINE
006690     WRITE RPT-RECORD FROM WS-HEADING-LINE-3
006700     WRITE RPT-RECORD FROM WS-BLANK-LINE.
006710 6600-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750*    8000-TERMINATE - CLOSE UP, SET THE RETURN CODE             *
006760****************************************************************
006770 8000-TERMINATE.
006780     CLOSE GLFILE
006790     CLOSE RPTFILE
006800
006810     DISPLAY 'EMPGLPS - MONTH POSTED     : ' WS-SNAP-YM
006820     DISPLAY 'EMPGLPS - JOURNAL ENTRIES  : ' WS-ENTRY-COUNT
006830
006840     MOVE WS-RETURN-CODE TO RETURN-CODE.
006850 8000-EXIT.
006860     EXIT.
006870
006880****************************************************************
006890*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START   *
006900*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG       *
006910****************************************************************
006920 0100-LOG-RUN-START.
006930     MOVE 'EMPGLPS' TO RLOG-PGM-NAME
006940     EXEC SQL
006950       INSERT INTO RUNLOG
006960         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
006970          RUN_STATUS)
006980       VALUES
006990         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
007000     END-EXEC
007010
007020     EXEC SQL
007030       SELECT INT(IDENTITY_VAL_LOCAL())
007040         INTO :RLOG-SEQ
007050         FROM SYSIBM.SYSDUMMY1
007060     END-EXEC
007070
007080     EXEC SQL COMMIT END-EXEC.
007090 0100-EXIT.
007100     EXIT.
007110
007120****************************************************************
007130*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END   *
007140*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE             *
007150****************************************************************
007160 8900-LOG-RUN-END.
007170     MOVE WS-ENTRY-COUNT TO RLOG-REC-COUNT
007180     MOVE RETURN-CODE TO RLOG-RETURN-CD
007190
007200     EXEC SQL
007210       UPDATE RUNLOG
007220          SET END_TS     = CURRENT TIMESTAMP,
007230              REC_COUNT  = :RLOG-REC-COUNT,
007240              RETURN_CD  = :RLOG-RETURN-CD,
007250              RUN_STATUS = 'C'
007260        WHERE RUN_SEQ = :RLOG-SEQ
007270     END-EXEC
007280
007290     EXEC SQL COMMIT END-EXEC.
007300 8900-EXIT.
007310     EXIT.
007320
007330
007340 9999-EXIT.
007350     GOBACK.
