000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPSLTR.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPSLTR                                       *
000100*    FUNCTION : NIGHTLY SALARY CHANGE LETTERS.  PICKS UP EVERY *
000110*               SALARY CHANGE RECORDED IN SALARY_HISTORY SINCE *
000120*               THE PICKUP DATE - THE DATE EMPSLTR WENT LIVE   *
000130*               LESS THE LOOKBACK (EXEC PARM, DAYS, DEFAULT 7) *
000140*               SO THE FIRST RUN ALSO LETTERS THE WEEK BEFORE  *
000150*               IT - THAT WAS APPLIED AS AN UPDATE - AN        *
000160*               EMPAUDIT 'U' ROW WITHIN A MINUTE OF THE        *
000170*               HISTORY ROW, AS CRUDPGM/EMPSRV, EMPPEND AND    *
000180*               EMPMASS WRITE IT - AND ARE NOT YET IN          *
000190*               SALLETTER.  ONE LETTER PER EMPLOYEE GOES TO    *
000200*               THE PRINT-READY LETTER FILE: THE EMPADDR       *
000210*               MAILING BLOCK, THE SALARY BEFORE THE FIRST     *
000220*               CHANGE AND AFTER THE LAST, THE LAST CHANGE'S   *
000230*               EFFECTIVE DATE AND THE DEPARTMENT NAME.  AN    *
000240*               EMPLOYEE WITH NO ADDRESS, OR ONE MISSING THE   *
000250*               STREET, CITY OR POSTAL CODE, IS LISTED ON THE  *
000260*               EXCEPTION REPORT INSTEAD, AND AGAIN EVERY      *
000270*               NIGHT UNTIL THE ADDRESS IS KEYED - THERE IS NO *
000280*               ROLLING CUTOFF.  EVERY HISTORY ROW A LETTER    *
000290*               COVERS IS RECORDED IN SALLETTER SO A RERUN     *
000300*               DOES NOT PRINT IT AGAIN.  ENDS RC=4 WHEN       *
000310*               ANY EXCEPTION IS LISTED, RC=8 ON A DATABASE    *
000320*               ERROR (NOTHING IS RECORDED - DISCARD THE       *
000330*               LETTER FILE AND RERUN).                        *
000340*    CALLED BY: JOB EMPSLTRJ, STEP STEP010.                    *
000350*                                                              *
000360****************************************************************
000370*    MODIFICATION HISTORY
000380*    --------------------
000390*    10/15/2026  DLR  INITIAL VERSION.
000400****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT LTRFILE  ASSIGN TO LTROUT
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT EXCFILE  ASSIGN TO EXCOUT
000470            ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LTRFILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  LTR-RECORD                     PIC X(133).
000550
000560 FD  EXCFILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  EXC-RECORD                     PIC X(133).
000600
000610 WORKING-STORAGE SECTION.
000620****************************************************************
000630*    SWITCHES AND COUNTERS                                     *
000640****************************************************************
000650 01  WS-SWITCHES.
000660     05  WS-SW-EOF                  PIC X(01) VALUE 'N'.
000670         88  WS-EOF-CHANGES             VALUE 'Y'.
000680
000690 01  WS-COUNTERS.
000700     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000710                                         VALUE ZERO.
000720     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000730                                         VALUE ZERO.
000740     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000750     05  WS-CHANGE-COUNT            PIC 9(07) USAGE COMP
000760                                         VALUE ZERO.
000770     05  WS-EMPLOYEE-COUNT          PIC 9(07) USAGE COMP
000780                                         VALUE ZERO.
000790     05  WS-LETTER-COUNT            PIC 9(07) USAGE COMP
000800                                         VALUE ZERO.
000810     05  WS-NO-CHANGE-COUNT         PIC 9(07) USAGE COMP
000820                                         VALUE ZERO.
000830     05  WS-EXCEPTION-COUNT         PIC 9(07) USAGE COMP
000840                                         VALUE ZERO.
000850
000860     05  WS-DB-ERROR-COUNT          PIC 9(07) USAGE COMP
000870                                         VALUE ZERO.
000880
000890 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
000900                                         VALUE ZERO.
000910 77  WS-LOOKBACK-DAYS               PIC S9(04) USAGE COMP
000920                                         VALUE 7.
000930 01  WS-PARM-NUM                    PIC 9(03) VALUE ZERO.
000940 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
000950 01  WS-RUN-DATE                    PIC X(10) VALUE SPACES.
000960*    THE DATE EMPSLTR WENT LIVE.  CHANGES FROM THE LOOKBACK DAYS
000970*    BEFORE IT ON ARE PICKED UP UNTIL EACH HAS A SALLETTER ROW.
000980 01  WS-LIVE-DATE                   PIC X(10) VALUE '2026-10-15'.
000990 01  WS-PICKUP-DATE                 PIC X(10) VALUE SPACES.
001000
001010
001020****************************************************************
001030*    ONE FETCHED CHANGE AND THE EMPLOYEE'S LETTER BEING BUILT  *
001040****************************************************************
001050 01  WS-ROW-FIELDS.
001060     05  WS-ROW-NEW-SALARY          PIC S9(09) USAGE COMP.
001070     05  WS-ROW-HAS-ADDR            PIC X(01).
001080
001090 01  WS-LETTER-FIELDS.
001100     05  WS-LT-EMPID                PIC S9(09) USAGE COMP.
001110     05  WS-LT-FIRST-SEQ            PIC S9(09) USAGE COMP.
001120     05  WS-LT-LAST-SEQ             PIC S9(09) USAGE COMP.
001130     05  WS-LT-OLD-SALARY           PIC S9(09) USAGE COMP.
001140     05  WS-LT-NEW-SALARY           PIC S9(09) USAGE COMP.
001150     05  WS-LT-EFF-DATE             PIC X(10).
001160     05  WS-LT-FIRST-NAME           PIC X(15).
001170     05  WS-LT-LAST-NAME            PIC X(15).
001180     05  WS-LT-DEPT-CODE            PIC X(03).
001190     05  WS-LT-DEPT-NAME            PIC X(20).
001200     05  WS-LT-HAS-ADDR             PIC X(01).
001210         88  WS-LT-ADDRESS-ON-FILE      VALUE 'Y'.
001220     05  WS-LT-STREET               PIC X(30).
001230     05  WS-LT-CITY                 PIC X(20).
001240     05  WS-LT-POSTAL               PIC X(10).
001250 01  WS-EMP-NAME                    PIC X(31) VALUE SPACES.
001260 01  WS-EXC-REASON                  PIC X(30) VALUE SPACES.
001270 01  WS-SALARY-EDIT                 PIC ZZZ,ZZZ,ZZ9.
001280 01  WS-EMPID-DISP                  PIC 9(09).
001290
001300****************************************************************
001310*    DATE IN WORDS FOR THE LETTER - 'OCTOBER 15, 2026'         *
001320****************************************************************
001330 01  WS-MONTH-VALUES.
001340     05  FILLER                     PIC X(09) VALUE 'JANUARY  '.
001350     05  FILLER                     PIC X(09) VALUE 'FEBRUARY '.
001360     05  FILLER                     PIC X(09) VALUE 'MARCH    '.
001370     05  FILLER                     PIC X(09) VALUE 'APRIL    '.
001380     05  FILLER                     PIC X(09) VALUE 'MAY      '.
001390     05  FILLER                     PIC X(09) VALUE 'JUNE     '.
001400     05  FILLER                     PIC X(09) VALUE 'JULY     '.
001410     05  FILLER                     PIC X(09) VALUE 'AUGUST   '.
001420     05  FILLER                     PIC X(09) VALUE 'SEPTEMBER'.
001430     05  FILLER                     PIC X(09) VALUE 'OCTOBER  '.
001440     05  FILLER                     PIC X(09) VALUE 'NOVEMBER '.
001450     05  FILLER                     PIC X(09) VALUE 'DECEMBER '.
001460 01  WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
001470     05  WS-MONTH-NAME              PIC X(09) OCCURS 12 TIMES.
001480 01  WS-FMT-DATE-IN.
001490     05  WS-FMT-YYYY                PIC X(04).
001500     05  FILLER                     PIC X(01).
001510     05  WS-FMT-MM                  PIC 9(02).
001520     05  FILLER                     PIC X(01).
001530     05  WS-FMT-DD                  PIC X(02).
001540 01  WS-FMT-DATE-OUT                PIC X(18) VALUE SPACES.
001550 01  WS-LETTER-DATE                 PIC X(18) VALUE SPACES.
001560
001570****************************************************************
001580*    LETTER LINE - ONE TEXT LINE INSIDE A TEN-COLUMN MARGIN    *
001590****************************************************************
001600 01  WS-LETTER-LINE.
001610     05  FILLER                     PIC X(01) VALUE SPACE.
001620     05  FILLER                     PIC X(09) VALUE SPACES.
001630     05  WS-LL-TEXT                 PIC X(70) VALUE SPACES.
001640     05  FILLER                     PIC X(53) VALUE SPACES.
001650
001660****************************************************************
001670*    EXCEPTION REPORT LAYOUTS                                  *
001680****************************************************************
001690 01  WS-HEADING-LINE-1.
001700     05  FILLER                     PIC X(01) VALUE '1'.
001710     05  FILLER                     PIC X(40) VALUE
001720         'EMP1 PAYROLL - SALARY LETTER EXCEPTIONS '.
001730     05  FILLER                     PIC X(14) VALUE
001740         'CHANGES SINCE '.
001750     05  WS-H1-PICKUP-DATE          PIC X(10).
001760     05  FILLER                     PIC X(03) VALUE SPACES.
001770     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001780     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001790     05  FILLER                     PIC X(56) VALUE SPACES.
001800
001810 01  WS-HEADING-LINE-2.
001820     05  FILLER                     PIC X(01) VALUE SPACE.
001830     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
001840     05  FILLER                     PIC X(26) VALUE
001850         'NAME                      '.
001860     05  FILLER                     PIC X(05) VALUE 'DEPT '.
001870     05  FILLER                     PIC X(13) VALUE
001880         '   OLD SALARY'.
001890     05  FILLER                     PIC X(13) VALUE
001900         '   NEW SALARY'.
001910     05  FILLER                     PIC X(12) VALUE
001920         '  EFFECTIVE '.
001930     05  FILLER                     PIC X(30) VALUE
001940         'REASON                        '.
001950     05  FILLER                     PIC X(22) VALUE SPACES.
001960
001970 01  WS-DETAIL-LINE.
001980     05  FILLER                     PIC X(01) VALUE SPACE.
001990     05  WS-DT-EMP-ID               PIC 9(09).
002000     05  FILLER                     PIC X(02) VALUE SPACES.
002010     05  WS-DT-NAME                 PIC X(25).
002020     05  FILLER                     PIC X(01) VALUE SPACE.
002030     05  WS-DT-DEPT-CODE            PIC X(03).
002040     05  FILLER                     PIC X(02) VALUE SPACES.
002050     05  WS-DT-OLD-SALARY           PIC ZZZ,ZZZ,ZZ9.
002060     05  FILLER                     PIC X(02) VALUE SPACES.
002070     05  WS-DT-NEW-SALARY           PIC ZZZ,ZZZ,ZZ9.
002080     05  FILLER                     PIC X(02) VALUE SPACES.
002090     05  WS-DT-EFF-DATE             PIC X(10).
002100     05  FILLER                     PIC X(02) VALUE SPACES.
002110     05  WS-DT-REASON               PIC X(30).
002120     05  FILLER                     PIC X(22) VALUE SPACES.
002130
002140 01  WS-COUNT-LINE.
002150     05  FILLER                     PIC X(01) VALUE SPACE.
002160     05  WS-CL-LABEL                PIC X(40).
002170     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
002180     05  FILLER                     PIC X(85) VALUE SPACES.
002190
002200 01  WS-NONE-LINE.
002210     05  FILLER                     PIC X(01) VALUE SPACE.
002220     05  FILLER                     PIC X(50) VALUE
002230         'NO EXCEPTIONS - EVERY CHANGE HAS A LETTER.'.
002240     05  FILLER                     PIC X(82) VALUE SPACES.
002250
002260 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002270
002280     EXEC SQL
002290       INCLUDE SQLCA
002300     END-EXEC.
002310
002320     EXEC SQL
002330       INCLUDE EMPLOYEE
002340     END-EXEC.
002350
002360     EXEC SQL
002370       INCLUDE SALHIST
002380     END-EXEC.
002390
002400     EXEC SQL
002410       INCLUDE DEPARTMENT
002420     END-EXEC.
002430
002440     EXEC SQL
002450       INCLUDE EMPADDR
002460     END-EXEC.
002470
002480     EXEC SQL
002490       INCLUDE SALLETR
002500     END-EXEC.
002510
002520     EXEC SQL
002530       INCLUDE RUNLOG
002540     END-EXEC.
002550
002560 LINKAGE SECTION.
002570 01  PARM-DATA.
002580     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002590     05  PARM-TEXT                  PIC X(03).
002600
002610 PROCEDURE DIVISION USING PARM-DATA.
002620
002630 0000-MAINLINE.
002640     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002650     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002660     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
002670         UNTIL WS-EOF-CHANGES
002680     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002690     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002700     GO TO 9999-EXIT.
002710
002720****************************************************************
002730*    1000-INITIALIZE - PARM, RUN AND PICKUP DATES, FILES,       *
002740*    CHANGE CURSOR, FIRST CHANGE.  THE PICKUP DATE IS FIXED     *
002750*    (GO-LIVE LESS THE LOOKBACK), SO A CHANGE LISTED AS AN      *
002760*    EXCEPTION IS SELECTED EVERY NIGHT UNTIL IT IS LETTERED.    *
002770*    THE CURSOR RETURNS EACH CHANGE WITH THE SALARY IT LEFT IN  *
002780*    FORCE - THE NEXT HISTORY ROW'S OLD SALARY, OR THE CURRENT  *
002790*    ONE WHEN THERE IS NO LATER CHANGE.                         *
002800*    A HISTORY ROW WITH NO 'U' AUDIT ROW BESIDE IT IS NOT A     *
002810*    SALARY UPDATE (THE DEPARTING SALARY CRUDPGM SAVES ON A     *
002820*    DELETE OR REHIRE) AND GETS NO LETTER.                      *
002830****************************************************************
002840 1000-INITIALIZE.
002850     IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 3
002860        MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-PARM-NUM (4 -
002870            PARM-LENGTH:PARM-LENGTH)
002880        IF WS-PARM-NUM IS NUMERIC AND WS-PARM-NUM > ZERO
002890           MOVE WS-PARM-NUM TO WS-LOOKBACK-DAYS
002900        END-IF
002910     END-IF
002920
002930     EXEC SQL
002940       SELECT CHAR(CURRENT DATE, ISO),
002950              CHAR(DATE(:WS-LIVE-DATE)
002960                   - :WS-LOOKBACK-DAYS DAYS, ISO)
002970         INTO :WS-RUN-DATE, :WS-PICKUP-DATE
002980         FROM SYSIBM.SYSDUMMY1
002990     END-EXEC
003000
003010     MOVE WS-RUN-DATE TO WS-FMT-DATE-IN
003020     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
003030     MOVE WS-FMT-DATE-OUT TO WS-LETTER-DATE
003040
003050     OPEN OUTPUT LTRFILE
003060     OPEN OUTPUT EXCFILE
003070
003080     EXEC SQL
003090       DECLARE LTRCSR CURSOR FOR
003100       SELECT H.HIST_SEQ, H.EMP_ID, E.FIRST_NAME, E.LAST_NAME,
003110              E.DEPT_CODE, COALESCE(D.DEPT_NAME, ' '),
003120              H.OLD_SALARY,
003130              COALESCE((SELECT N.OLD_SALARY
003140                          FROM SALARY_HISTORY N
003150                         WHERE N.HIST_SEQ =
003160                               (SELECT MIN(M.HIST_SEQ)
003170                                  FROM SALARY_HISTORY M
003180                                 WHERE M.EMP_ID = H.EMP_ID
003190                                   AND M.HIST_SEQ > H.HIST_SEQ)),
003200                       E.SALARY),
003210              CHAR(H.EFF_DATE, ISO),
003220              CASE WHEN A.EMP_ID IS NULL THEN 'N' ELSE 'Y' END,
003230              COALESCE(A.STREET, ' '), COALESCE(A.CITY, ' '),
003240              COALESCE(A.POSTAL_CD, ' ')
003250         FROM SALARY_HISTORY H
003260              INNER JOIN EMPLOYEE E
003270                 ON E.EMP_ID = H.EMP_ID
003280              LEFT OUTER JOIN DEPARTMENT D
003290                 ON D.DEPT_CODE = E.DEPT_CODE
003300              LEFT OUTER JOIN EMPADDR A
003310                 ON A.EMP_ID = E.EMP_ID
003320        WHERE H.CHANGED_TS >= TIMESTAMP(DATE(:WS-PICKUP-DATE),
003330                                        '00.00.00')
003340          AND NOT EXISTS (SELECT 1 FROM SALLETTER L
003350                           WHERE L.HIST_SEQ = H.HIST_SEQ)
003360          AND EXISTS (SELECT 1 FROM EMPAUDIT U
003370                       WHERE U.EMP_ID = H.EMP_ID
003380                         AND U.ACTION_CODE = 'U'
003390                         AND U.AUDIT_TS >= H.CHANGED_TS
003400                         AND U.AUDIT_TS <  H.CHANGED_TS
003410                                           + 1 MINUTE)
003420        ORDER BY H.EMP_ID, H.HIST_SEQ
003430     END-EXEC
003440
003450     EXEC SQL OPEN LTRCSR END-EXEC
003460
003470     IF SQLCODE NOT = 0
003480        PERFORM 2900-DB-ERROR THRU 2900-EXIT
003490        MOVE 'Y' TO WS-SW-EOF
003500        GO TO 1000-EXIT
003510     END-IF
003520
003530     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570****************************************************************
003580*    2000-PROCESS-EMPLOYEE - GATHER ALL OF ONE EMPLOYEE'S       *
003590*    CHANGES INTO ONE LETTER, THEN PRINT IT OR LIST IT          *
003600****************************************************************
003610 2000-PROCESS-EMPLOYEE.
003620     ADD 1 TO WS-EMPLOYEE-COUNT
003630
003640     MOVE HIST-EMPID         TO WS-LT-EMPID
003650     MOVE HIST-SEQ           TO WS-LT-FIRST-SEQ
003660     MOVE OLD-SALARY         TO WS-LT-OLD-SALARY
003670     MOVE FIRST-NAME         TO WS-LT-FIRST-NAME
003680     MOVE LAST-NAME          TO WS-LT-LAST-NAME
003690     MOVE DEPT-CODE          TO WS-LT-DEPT-CODE
003700     MOVE DEPT-NAME          TO WS-LT-DEPT-NAME
003710     MOVE WS-ROW-HAS-ADDR    TO WS-LT-HAS-ADDR
003720     MOVE ADDR-STREET        TO WS-LT-STREET
003730     MOVE ADDR-CITY          TO WS-LT-CITY
003740     MOVE ADDR-POSTAL        TO WS-LT-POSTAL
003750
003760     PERFORM 2200-ADD-CHANGE THRU 2200-EXIT
003770         UNTIL WS-EOF-CHANGES
003780            OR HIST-EMPID NOT = WS-LT-EMPID
003790
003800     IF WS-DB-ERROR-COUNT > ZERO
003810        GO TO 2000-EXIT
003820     END-IF
003830
003840     EVALUATE TRUE
003850       WHEN WS-LT-NEW-SALARY = WS-LT-OLD-SALARY
003860         ADD 1 TO WS-NO-CHANGE-COUNT
003870         PERFORM 2600-RECORD-LETTER THRU 2600-EXIT
003880       WHEN NOT WS-LT-ADDRESS-ON-FILE
003890         MOVE 'NO ADDRESS ON FILE' TO WS-EXC-REASON
003900         PERFORM 2400-LIST-EXCEPTION THRU 2400-EXIT
003910       WHEN WS-LT-STREET = SPACES OR WS-LT-CITY = SPACES
003920            OR WS-LT-POSTAL = SPACES
003930         MOVE 'ADDRESS INCOMPLETE' TO WS-EXC-REASON
003940         PERFORM 2400-LIST-EXCEPTION THRU 2400-EXIT
003950       WHEN OTHER
003960         PERFORM 2500-PRINT-LETTER  THRU 2500-EXIT
003970         PERFORM 2600-RECORD-LETTER THRU 2600-EXIT
003980     END-EVALUATE.
003990 2000-EXIT.
004000     EXIT.
004010
004020****************************************************************
004030*    2100-FETCH-CHANGE - NEXT SALARY CHANGE, EOF ON END         *
004040****************************************************************
004050 2100-FETCH-CHANGE.
004060     EXEC SQL
004070       FETCH LTRCSR
004080        INTO :HIST-SEQ, :HIST-EMPID, :FIRST-NAME, :LAST-NAME,
004090             :DEPT-CODE, :DEPT-NAME, :OLD-SALARY,
004100             :WS-ROW-NEW-SALARY, :HIST-EFF-DATE, :WS-ROW-HAS-ADDR,
004110             :ADDR-STREET, :ADDR-CITY, :ADDR-POSTAL
004120     END-EXEC
004130
004140     EVALUATE SQLCODE
004150       WHEN 0
004160         ADD 1 TO WS-CHANGE-COUNT
004170       WHEN 100
004180         MOVE 'Y' TO WS-SW-EOF
004190         EXEC SQL CLOSE LTRCSR END-EXEC
004200       WHEN OTHER
004210         PERFORM 2900-DB-ERROR THRU 2900-EXIT
004220         MOVE 'Y' TO WS-SW-EOF
004230     END-EVALUATE.
004240 2100-EXIT.
004250     EXIT.
004260
004270****************************************************************
004280*    2200-ADD-CHANGE - THE LATEST CHANGE SO FAR SETS THE NEW    *
004290*    SALARY AND EFFECTIVE DATE THE LETTER CONFIRMS              *
004300****************************************************************
004310 2200-ADD-CHANGE.
004320     MOVE HIST-SEQ          TO WS-LT-LAST-SEQ
004330     MOVE WS-ROW-NEW-SALARY TO WS-LT-NEW-SALARY
004340     MOVE HIST-EFF-DATE     TO WS-LT-EFF-DATE
004350
004360     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
004370 2200-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410*    2400-LIST-EXCEPTION - NO USABLE ADDRESS, NO LETTER.  THE   *
004420*    CHANGE IS NOT RECORDED AND COMES BACK EVERY NIGHT UNTIL    *
004430*    THE ADDRESS IS KEYED.                                      *
004440****************************************************************
004450 2400-LIST-EXCEPTION.
004460     ADD 1 TO WS-EXCEPTION-COUNT
004470
004480     IF WS-PAGE-NUMBER = ZERO
004490        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
004500     END-IF
004510
004520     ADD 1 TO WS-LINE-COUNT
004530     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
004540        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
004550        ADD 1 TO WS-LINE-COUNT
004560     END-IF
004570
004580     MOVE SPACES TO WS-EMP-NAME
004590     STRING WS-LT-LAST-NAME  DELIMITED BY '  '
004600            ', '             DELIMITED BY SIZE
004610            WS-LT-FIRST-NAME DELIMITED BY '  '
004620         INTO WS-EMP-NAME
004630     END-STRING
004640
004650     MOVE SPACES            TO WS-DETAIL-LINE
004660     MOVE WS-LT-EMPID       TO WS-DT-EMP-ID
004670     MOVE WS-EMP-NAME       TO WS-DT-NAME
004680     MOVE WS-LT-DEPT-CODE   TO WS-DT-DEPT-CODE
004690     MOVE WS-LT-OLD-SALARY  TO WS-DT-OLD-SALARY
004700     MOVE WS-LT-NEW-SALARY  TO WS-DT-NEW-SALARY
004710     MOVE WS-LT-EFF-DATE    TO WS-DT-EFF-DATE
004720     MOVE WS-EXC-REASON     TO WS-DT-REASON
004730     WRITE EXC-RECORD FROM WS-DETAIL-LINE.
004740 2400-EXIT.
004750     EXIT.
004760
004770****************************************************************
004780*    2500-PRINT-LETTER - ONE LETTER, ON A PAGE OF ITS OWN       *
004790****************************************************************
004800 2500-PRINT-LETTER.
004810     ADD 1 TO WS-LETTER-COUNT
004820
004830     MOVE SPACES TO WS-EMP-NAME
004840     STRING WS-LT-FIRST-NAME DELIMITED BY '  '
004850            ' '              DELIMITED BY SIZE
004860            WS-LT-LAST-NAME  DELIMITED BY '  '
004870         INTO WS-EMP-NAME
004880     END-STRING
004890
004900     MOVE 'APP3 PAYROLL SYSTEMS - HUMAN RESOURCES' TO WS-LL-TEXT
004910     WRITE LTR-RECORD FROM WS-LETTER-LINE
004920         AFTER ADVANCING PAGE
004930     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
004940     MOVE WS-LETTER-DATE TO WS-LL-TEXT
004950     PERFORM 2520-PUT-LINE THRU 2520-EXIT
004960     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
004970     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
004980
004990*    MAILING BLOCK
005000     MOVE WS-EMP-NAME    TO WS-LL-TEXT
005010     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005020     MOVE WS-LT-STREET   TO WS-LL-TEXT
005030     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005040     STRING WS-LT-CITY   DELIMITED BY '  '
005050            '  '         DELIMITED BY SIZE
005060            WS-LT-POSTAL DELIMITED BY SIZE
005070         INTO WS-LL-TEXT
005080     END-STRING
005090     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005100     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005110     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005120
005130     MOVE WS-LT-EMPID TO WS-EMPID-DISP
005140     STRING 'EMPLOYEE ID : ' DELIMITED BY SIZE
005150            WS-EMPID-DISP    DELIMITED BY SIZE
005160         INTO WS-LL-TEXT
005170     END-STRING
005180     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005190     STRING 'DEPARTMENT  : ' DELIMITED BY SIZE
005200            WS-LT-DEPT-CODE  DELIMITED BY SIZE
005210            '  '             DELIMITED BY SIZE
005220            WS-LT-DEPT-NAME  DELIMITED BY SIZE
005230         INTO WS-LL-TEXT
005240     END-STRING
005250     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005260     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005270
005280     STRING 'DEAR '          DELIMITED BY SIZE
005290            WS-EMP-NAME      DELIMITED BY '  '
005300            ','              DELIMITED BY SIZE
005310         INTO WS-LL-TEXT
005320     END-STRING
005330     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005340     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005350     MOVE 'THIS LETTER CONFIRMS THE CHANGE TO YOUR ANNUAL SALARY'
005360       TO WS-LL-TEXT
005370     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005380     MOVE 'SHOWN BELOW.  YOUR PAY WILL REFLECT IT FROM THE'
005390       TO WS-LL-TEXT
005400     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005410     MOVE 'EFFECTIVE DATE.' TO WS-LL-TEXT
005420     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005430     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005440
005450     MOVE WS-LT-OLD-SALARY TO WS-SALARY-EDIT
005460     STRING '    PREVIOUS ANNUAL SALARY : ' DELIMITED BY SIZE
005470            WS-SALARY-EDIT                  DELIMITED BY SIZE
005480         INTO WS-LL-TEXT
005490     END-STRING
005500     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005510     MOVE WS-LT-NEW-SALARY TO WS-SALARY-EDIT
005520     STRING '    NEW ANNUAL SALARY      : ' DELIMITED BY SIZE
005530            WS-SALARY-EDIT                  DELIMITED BY SIZE
005540         INTO WS-LL-TEXT
005550     END-STRING
005560     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005570     MOVE WS-LT-EFF-DATE TO WS-FMT-DATE-IN
005580     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
005590     STRING '    EFFECTIVE DATE         : ' DELIMITED BY SIZE
005600            WS-FMT-DATE-OUT                   DELIMITED BY SIZE
005610         INTO WS-LL-TEXT
005620     END-STRING
005630     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005640     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005650
005660     MOVE 'IF YOU HAVE ANY QUESTIONS ABOUT THIS CHANGE, PLEASE'
005670       TO WS-LL-TEXT
005680     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005690     MOVE 'CONTACT HUMAN RESOURCES.' TO WS-LL-TEXT
005700     PERFORM 2520-PUT-LINE THRU 2520-EXIT
005710     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005720     PERFORM 2510-PUT-BLANK THRU 2510-EXIT
005730     MOVE 'HUMAN RESOURCES DEPARTMENT' TO WS-LL-TEXT
005740     PERFORM 2520-PUT-LINE THRU 2520-EXIT.
005750 2500-EXIT.
005760     EXIT.
005770
005780****************************************************************
005790*    2510-PUT-BLANK - ONE EMPTY LETTER LINE                     *
005800****************************************************************
005810 2510-PUT-BLANK.
005820     MOVE SPACES TO WS-LL-TEXT
005830     WRITE LTR-RECORD FROM WS-LETTER-LINE.
005840 2510-EXIT.
005850     EXIT.
005860
005870****************************************************************
005880*    2520-PUT-LINE - WRITE THE TEXT LINE AND CLEAR IT           *
005890****************************************************************
005900 2520-PUT-LINE.
005910     WRITE LTR-RECORD FROM WS-LETTER-LINE
005920     MOVE SPACES TO WS-LL-TEXT.
005930 2520-EXIT.
005940     EXIT.
005950
005960****************************************************************
005970*    2600-RECORD-LETTER - EVERY HISTORY ROW THE LETTER COVERS   *
005980*    GOES INTO SALLETTER SO NO RERUN PRINTS IT AGAIN            *
005990****************************************************************
006000 2600-RECORD-LETTER.
006010     MOVE WS-LT-EMPID TO SLTR-EMP-ID
006020
006030     EXEC SQL
006040       INSERT INTO SALLETTER
006050         (HIST_SEQ, EMP_ID, LETTER_DATE, PRINTED_TS)
006060       SELECT H.HIST_SEQ, H.EMP_ID, CURRENT DATE,
006070              CURRENT TIMESTAMP
006080         FROM SALARY_HISTORY H
006090        WHERE H.EMP_ID = :SLTR-EMP-ID
006100          AND H.HIST_SEQ BETWEEN :WS-LT-FIRST-SEQ
006110                             AND :WS-LT-LAST-SEQ
006120          AND NOT EXISTS (SELECT 1 FROM SALLETTER L
006130                           WHERE L.HIST_SEQ = H.HIST_SEQ)
006140     END-EXEC
006150
006160     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
006170        PERFORM 2900-DB-ERROR THRU 2900-EXIT
006180        MOVE 'Y' TO WS-SW-EOF
006190     END-IF.
006200 2600-EXIT.
006210     EXIT.
006220
006230****************************************************************
006240*    2700-FORMAT-DATE - YYYY-MM-DD IN WS-FMT-DATE-IN TO         *
006250*    'MONTH D, YYYY' IN WS-FMT-DATE-OUT                         *
006260****************************************************************
006270 2700-FORMAT-DATE.
006280     MOVE SPACES TO WS-FMT-DATE-OUT
006290
006300     IF WS-FMT-MM IS NOT NUMERIC
006310        OR WS-FMT-MM < 1 OR WS-FMT-MM > 12
006320        MOVE WS-FMT-DATE-IN TO WS-FMT-DATE-OUT
006330        GO TO 2700-EXIT
006340     END-IF
006350
006360     IF WS-FMT-DD (1:1) = '0'
006370        STRING WS-MONTH-NAME (WS-FMT-MM) DELIMITED BY SPACE
006380               ' '                       DELIMITED BY SIZE
006390               WS-FMT-DD (2:1)           DELIMITED BY SIZE
006400               ', '                      DELIMITED BY SIZE
006410               WS-FMT-YYYY               DELIMITED BY SIZE
006420            INTO WS-FMT-DATE-OUT
006430        END-STRING
006440     ELSE
006450        STRING WS-MONTH-NAME (WS-FMT-MM) DELIMITED BY SPACE
006460               ' '                       DELIMITED BY SIZE
006470               WS-FMT-DD                 DELIMITED BY SIZE
006480               ', '                      DELIMITED BY SIZE
006490               WS-FMT-YYYY               DELIMITED BY SIZE
006500            INTO WS-FMT-DATE-OUT
006510        END-STRING
006520     END-IF.
006530 2700-EXIT.
006540     EXIT.
006550
006560****************************************************************
006570*    2800-PAGE-BREAK - NEW PAGE OF THE EXCEPTION REPORT         *
006580****************************************************************
006590 2800-PAGE-BREAK.
006600     ADD 1 TO WS-PAGE-NUMBER
006610     MOVE ZERO TO WS-LINE-COUNT
006620
006630     MOVE WS-PAGE-NUMBER   TO WS-H1-PAGE-NUMBER
006640     MOVE WS-PICKUP-DATE   TO WS-H1-PICKUP-DATE
006650     WRITE EXC-RECORD FROM WS-HEADING-LINE-1
006660         AFTER ADVANCING PAGE
006670     WRITE EXC-RECORD FROM WS-HEADING-LINE-2
006680     WRITE EXC-RECORD FROM WS-BLANK-LINE.
006690 2800-EXIT.
006700     EXIT.
006710
006720****************************************************************
006730*    2900-DB-ERROR - UNEXPECTED SQLCODE; THE RUN STOPS, NOTHING *
006740*    IS RECORDED AND IT ENDS RC=8                               *
006750****************************************************************
006760 2900-DB-ERROR.
006770     ADD 1 TO WS-DB-ERROR-COUNT
006780     MOVE SQLCODE TO WS-SQLCODE-DISP
006790     DISPLAY 'EMPSLTR - SQLCODE ' WS-SQLCODE-DISP
006800             ' FOR EMP_ID ' WS-LT-EMPID.
006810 2900-EXIT.
006820     EXIT.
006830
006840****************************************************************
006850*    8000-TERMINATE - COUNTS, COMMIT OR BACK OUT, RETURN CODE,  *
006860*    CLOSE UP                                                   *
006870****************************************************************
006880 8000-TERMINATE.
006890     IF WS-PAGE-NUMBER = ZERO
006900        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
006910        WRITE EXC-RECORD FROM WS-NONE-LINE
006920     END-IF
006930
006940     WRITE EXC-RECORD FROM WS-BLANK-LINE
006950     MOVE 'SALARY CHANGES PICKED UP               :'
006960       TO WS-CL-LABEL
006970     MOVE WS-CHANGE-COUNT TO WS-CL-COUNT
006980     WRITE EXC-RECORD FROM WS-COUNT-LINE
006990     MOVE 'EMPLOYEES                              :'
007000       TO WS-CL-LABEL
007010     MOVE WS-EMPLOYEE-COUNT TO WS-CL-COUNT
007020     WRITE EXC-RECORD FROM WS-COUNT-LINE
007030     MOVE 'LETTERS PRINTED                        :'
007040       TO WS-CL-LABEL
007050     MOVE WS-LETTER-COUNT TO WS-CL-COUNT
007060     WRITE EXC-RECORD FROM WS-COUNT-LINE
007070     MOVE 'NO NET CHANGE - NO LETTER NEEDED       :'
007080       TO WS-CL-LABEL
007090     MOVE WS-NO-CHANGE-COUNT TO WS-CL-COUNT
007100     WRITE EXC-RECORD FROM WS-COUNT-LINE
007110     MOVE 'NO USABLE ADDRESS - LISTED ABOVE       :'
007120       TO WS-CL-LABEL
007130     MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT
007140     WRITE EXC-RECORD FROM WS-COUNT-LINE
007150
007160     IF WS-DB-ERROR-COUNT > ZERO
007170        EXEC SQL ROLLBACK END-EXEC
007180        MOVE 8 TO WS-RETURN-CODE
007190        WRITE EXC-RECORD FROM WS-BLANK-LINE
007200        MOVE ' DATABASE ERROR - NOTHING RECORDED.'
007210          TO EXC-RECORD
007220        WRITE EXC-RECORD
007230     ELSE
007240        EXEC SQL COMMIT END-EXEC
007250        IF WS-EXCEPTION-COUNT > ZERO
007260           MOVE 4 TO WS-RETURN-CODE
007270        END-IF
007280     END-IF
007290
007300     CLOSE LTRFILE
007310     CLOSE EXCFILE
007320
007330     MOVE WS-RETURN-CODE TO RETURN-CODE.
007340 8000-EXIT.
007350     EXIT.
007360
007370****************************************************************
007380*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
007390*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
007400****************************************************************
007410 0100-LOG-RUN-START.
007420     MOVE 'EMPSLTR' TO RLOG-PGM-NAME
007430     EXEC SQL
007440       INSERT INTO RUNLOG
007450         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
007460          RUN_STATUS)
007470       VALUES
007480         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
007490     END-EXEC
007500
007510     EXEC SQL
007520       SELECT INT(IDENTITY_VAL_LOCAL())
007530         INTO :RLOG-SEQ
007540         FROM SYSIBM.SYSDUMMY1
007550     END-EXEC
007560
007570     EXEC SQL COMMIT END-EXEC.
007580 0100-EXIT.
007590     EXIT.
007600
007610****************************************************************
007620*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
007630*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
007640****************************************************************
007650 8900-LOG-RUN-END.
007660     MOVE WS-CHANGE-COUNT TO RLOG-REC-COUNT
007670     MOVE RETURN-CODE TO RLOG-RETURN-CD
007680
007690     EXEC SQL
007700       UPDATE RUNLOG
007710          SET END_TS     = CURRENT TIMESTAMP,
007720              REC_COUNT  = :RLOG-REC-COUNT,
007730              RETURN_CD  = :RLOG-RETURN-CD,
007740              RUN_STATUS = 'C'
007750        WHERE RUN_SEQ = :RLOG-SEQ
007760     END-EXEC
007770
007780     EXEC SQL COMMIT END-EXEC.
007790 8900-EXIT.
007800     EXIT.
007810
007820 9999-EXIT.
007830     GOBACK.
