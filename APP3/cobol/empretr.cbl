000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPRETR.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPRETR                                       *
000100*    FUNCTION : NIGHTLY RETRO PAY CALCULATION.  A SALARY       *
000110*               CHANGE RECORDED AFTER THE PAYCAL CUTOFF OF A   *
000120*               PERIOD IT TOOK EFFECT IN WAS NOT PAID FOR THAT *
000130*               PERIOD.  FOR EVERY SALARY_HISTORY ROW RECORDED *
000140*               IN THE LOOKBACK WINDOW (EXEC PARM, DAYS,       *
000150*               DEFAULT 35) AND EVERY CLOSED PERIOD ENDING ON  *
000160*               OR AFTER ITS EFF_DATE, THE DAYS MISSED ARE     *
000170*               PRICED AT (NEW - OLD SALARY) / 365 A DAY.      *
000180*               EACH AMOUNT IS RECORDED IN RETROPAY, WRITTEN   *
000190*               TO THE RETRO INTERFACE FILE FOR THE NEXT OPEN  *
000200*               PERIOD AND LISTED ON THE REGISTER.  A CHANGE   *
000210*               AND PERIOD ALREADY IN RETROPAY IS NEVER        *
000220*               PRICED AGAIN, SO A RERUN PAYS NOTHING TWICE.   *
000230*               ALL DATABASE WORK IS ONE UNIT, COMMITTED AT    *
000240*               THE END.  ENDS RC=8 WITH NO OPEN PAY PERIOD    *
000250*               ON PAYCAL OR ON A DATABASE ERROR (WORK BACKED  *
000260*               OUT, NO TRAILER WRITTEN).                      *
000270*    CALLED BY: JOB EMPRETRJ, STEP STEP010.                    *
000280*                                                              *
000290****************************************************************
000300*    MODIFICATION HISTORY
000310*    --------------------
000320*    10/15/2026  DLR  INITIAL VERSION.
000325*    10/15/2026  DLR  CONTRACTORS (EMP_CLASS 'C') ARE NOT ON
000326*                     PAYROLL AND ARE NEVER PRICED.
000330****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RETFILE  ASSIGN TO RETOUT
000380            ORGANIZATION IS SEQUENTIAL.
000390     SELECT RPTFILE  ASSIGN TO RTROUT
000400            ORGANIZATION IS SEQUENTIAL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RETFILE
000450     RECORDING MODE IS F
000460     LABEL RECORDS ARE STANDARD.
000470 01  RET-RECORD.
000480     05  RET-EMP-ID              PIC 9(09).
000490     05  RET-PAY-PERIOD          PIC X(06).
000500     05  RET-PERIOD-ID           PIC X(06).
000510     05  RET-EFF-DATE            PIC X(10).
000520     05  RET-OLD-SALARY          PIC 9(09).
000530     05  RET-NEW-SALARY          PIC 9(09).
000540     05  RET-DAYS                PIC 9(03).
000550     05  RET-AMOUNT              PIC S9(07)V99
000560                                 SIGN LEADING SEPARATE.
000570     05  RET-HIST-SEQ            PIC 9(09).
000580     05  FILLER                  PIC X(09).
000590*    FIRST RECORD OF EVERY FILE - IDENTIFIED BY 'HEADER' IN
000600*    THE EMP_ID POSITION, AS ON THE PAYOUT FILE
000610 01  RET-HEADER-RECORD.
000620     05  RET-HDR-REC-ID          PIC X(09).
000630     05  RET-HDR-PAY-PERIOD      PIC X(06).
000640     05  RET-HDR-PAY-DATE        PIC X(10).
000650     05  RET-HDR-RUN-DATE        PIC X(10).
000660     05  FILLER                  PIC X(45).
000670*    LAST RECORD OF EVERY FILE - COUNT AND NET AMOUNT COVER
000680*    THE DETAIL RECORDS ONLY
000690 01  RET-TRAILER-RECORD.
000700     05  RET-TRL-REC-ID          PIC X(09).
000710     05  RET-TRL-PAY-PERIOD      PIC X(06).
000720     05  RET-TRL-REC-COUNT       PIC 9(09).
000730     05  RET-TRL-NET-AMOUNT      PIC S9(11)V99
000740                                 SIGN LEADING SEPARATE.
000750     05  FILLER                  PIC X(42).
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
000870     05  WS-SW-EOF                  PIC X(01) VALUE 'N'.
000880         88  WS-EOF-CHANGES             VALUE 'Y'.
000890     05  WS-SW-PERIOD               PIC X(01) VALUE 'N'.
000900         88  WS-OPEN-PERIOD-FOUND       VALUE 'Y'.
000910
000920 01  WS-COUNTERS.
000930     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000940                                         VALUE ZERO.
000950     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000960                                         VALUE ZERO.
000970     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000980     05  WS-RETRO-COUNT             PIC 9(07) USAGE COMP
000990                                         VALUE ZERO.
001000     05  WS-ZERO-COUNT              PIC 9(07) USAGE COMP
001010                                         VALUE ZERO.
001020     05  WS-EMPLOYEE-COUNT          PIC 9(07) USAGE COMP
001030                                         VALUE ZERO.
001040     05  WS-DB-ERROR-COUNT          PIC 9(07) USAGE COMP
001050                                         VALUE ZERO.
001060
001070 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
001080                                         VALUE ZERO.
001090 77  WS-LOOKBACK-DAYS               PIC S9(04) USAGE COMP
001100                                         VALUE 35.
001110 01  WS-PARM-NUM                    PIC 9(03) VALUE ZERO.
001120 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
001130 77  WS-PREV-EMPID                  PIC S9(09) USAGE COMP
001140                                         VALUE ZERO.
001150
001160****************************************************************
001170*    THE OPEN PERIOD THE RETRO IS PAID IN, AND THE TOTALS      *
001180****************************************************************
001190 01  WS-PAY-PERIOD                  PIC X(06) VALUE SPACES.
001200 01  WS-PAY-DATE                    PIC X(10) VALUE SPACES.
001210 01  WS-RUN-DATE                    PIC X(10) VALUE SPACES.
001220 01  WS-TOTALS.
001230     05  WS-OWED-TOTAL              PIC S9(11)V99 USAGE COMP-3
001240                                         VALUE ZERO.
001250     05  WS-RECOVER-TOTAL           PIC S9(11)V99 USAGE COMP-3
001260                                         VALUE ZERO.
001270     05  WS-NET-TOTAL               PIC S9(11)V99 USAGE COMP-3
001280                                         VALUE ZERO.
001290
001300****************************************************************
001310*    ONE CHANGE AGAINST ONE MISSED PERIOD                      *
001320****************************************************************
001330 01  WS-RETRO-FIELDS.
001340     05  WS-RT-EMP-STATUS           PIC X(01).
001350     05  WS-RT-CHANGED-TS           PIC X(26).
001360     05  WS-RT-START-DATE           PIC X(10).
001370     05  WS-RT-END-DATE             PIC X(10).
001380     05  WS-RT-DIFF                 PIC S9(09) USAGE COMP.
001390 01  WS-EMP-NAME                    PIC X(25) VALUE SPACES.
001400
001410****************************************************************
001420*    PRINT LINE LAYOUTS                                        *
001430****************************************************************
001440 01  WS-HEADING-LINE-1.
001450     05  FILLER                     PIC X(01) VALUE '1'.
001460     05  FILLER                     PIC X(40) VALUE
001470         'EMP1 PAYROLL - RETRO PAY REGISTER       '.
001480     05  FILLER                     PIC X(15) VALUE
001490         'PAID IN PERIOD '.
001500     05  WS-H1-PAY-PERIOD           PIC X(06).
001510     05  FILLER                     PIC X(10) VALUE
001520         '  PAY DATE'.
001530     05  FILLER                     PIC X(01) VALUE SPACE.
001540     05  WS-H1-PAY-DATE             PIC X(10).
001550     05  FILLER                     PIC X(03) VALUE SPACES.
001560     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001570     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001580     05  FILLER                     PIC X(38) VALUE SPACES.
001590
001600 01  WS-HEADING-LINE-2.
001610     05  FILLER                     PIC X(01) VALUE SPACE.
001620     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
001630     05  FILLER                     PIC X(26) VALUE
001640         'NAME                      '.
001650     05  FILLER                     PIC X(05) VALUE 'DEPT '.
001660     05  FILLER                     PIC X(03) VALUE 'ST '.
001670     05  FILLER                     PIC X(12) VALUE
001680         'EFFECTIVE   '.
001690     05  FILLER                     PIC X(12) VALUE
001700         'RECORDED    '.
001710     05  FILLER                     PIC X(08) VALUE 'MISSED  '.
001720     05  FILLER                     PIC X(13) VALUE
001730         ' OLD SALARY  '.
001740     05  FILLER                     PIC X(13) VALUE
001750         ' NEW SALARY  '.
001760     05  FILLER                     PIC X(05) VALUE 'DAYS '.
001770     05  FILLER                     PIC X(13) VALUE
001780         ' RETRO AMOUNT'.
001790     05  FILLER                     PIC X(11) VALUE SPACES.
001800
001810 01  WS-DETAIL-LINE.
001820     05  FILLER                     PIC X(01) VALUE SPACE.
001830     05  WS-DT-EMP-ID               PIC 9(09).
001840     05  FILLER                     PIC X(02) VALUE SPACES.
001850     05  WS-DT-NAME                 PIC X(25).
001860     05  FILLER                     PIC X(01) VALUE SPACE.
001870     05  WS-DT-DEPT-CODE            PIC X(03).
001880     05  FILLER                     PIC X(02) VALUE SPACES.
001890     05  WS-DT-STATUS               PIC X(01).
001900     05  FILLER                     PIC X(02) VALUE SPACES.
001910     05  WS-DT-EFF-DATE             PIC X(10).
001920     05  FILLER                     PIC X(02) VALUE SPACES.
001930     05  WS-DT-RECORDED             PIC X(10).
001940     05  FILLER                     PIC X(02) VALUE SPACES.
001950     05  WS-DT-PERIOD-ID            PIC X(06).
001960     05  FILLER                     PIC X(02) VALUE SPACES.
001970     05  WS-DT-OLD-SALARY           PIC ZZZ,ZZZ,ZZ9.
001980     05  FILLER                     PIC X(02) VALUE SPACES.
001990     05  WS-DT-NEW-SALARY           PIC ZZZ,ZZZ,ZZ9.
002000     05  FILLER                     PIC X(02) VALUE SPACES.
002010     05  WS-DT-DAYS                 PIC ZZ9.
002020     05  FILLER                     PIC X(02) VALUE SPACES.
002030     05  WS-DT-AMOUNT               PIC -Z,ZZZ,ZZ9.99.
002040     05  FILLER                     PIC X(11) VALUE SPACES.
002050
002060 01  WS-COUNT-LINE.
002070     05  FILLER                     PIC X(01) VALUE SPACE.
002080     05  WS-CL-LABEL                PIC X(40).
002090     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
002100     05  FILLER                     PIC X(85) VALUE SPACES.
002110
002120 01  WS-AMOUNT-LINE.
002130     05  FILLER                     PIC X(01) VALUE SPACE.
002140     05  WS-AL-LABEL                PIC X(40).
002150     05  WS-AL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002160     05  FILLER                     PIC X(73) VALUE SPACES.
002170
002180 01  WS-NONE-LINE.
002190     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  FILLER                     PIC X(44) VALUE
002210         'NO SALARY CHANGES MISSED A CLOSED PERIOD.   '.
002220     05  FILLER                     PIC X(88) VALUE SPACES.
002230
002240 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002250
002260     EXEC SQL
002270       INCLUDE SQLCA
002280     END-EXEC.
002290
002300     EXEC SQL
002310       INCLUDE EMPLOYEE
002320     END-EXEC.
002330
002340     EXEC SQL
002350       INCLUDE SALHIST
002360     END-EXEC.
002370
002380     EXEC SQL
002390       INCLUDE PAYCAL
002400     END-EXEC.
002410
002420     EXEC SQL
002430       INCLUDE RETROPAY
002440     END-EXEC.
002450
002460     EXEC SQL
002470       INCLUDE RUNLOG
002480     END-EXEC.
002490
002500 LINKAGE SECTION.
002510 01  PARM-DATA.
002520     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002530     05  PARM-TEXT                  PIC X(03).
002540
002550 PROCEDURE DIVISION USING PARM-DATA.
002560
002570 0000-MAINLINE.
002580     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002590     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002600     PERFORM 2000-PROCESS-RETRO   THRU 2000-EXIT
002610         UNTIL WS-EOF-CHANGES
002620     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002630     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002640     GO TO 9999-EXIT.
002650
002660****************************************************************
002670*    1000-INITIALIZE - PARM, FILES, THE OPEN PAY PERIOD, THE   *
002680*    MISSED-PERIOD CURSOR AND ITS FIRST ROW.                   *
002690*                                                              *
002700*    THE CURSOR PAIRS EACH SALARY CHANGE IN THE WINDOW WITH    *
002710*    EVERY PERIOD THAT ENDS ON OR AFTER ITS EFF_DATE BUT WHOSE *
002720*    CUTOFF HAD PASSED WHEN IT WAS RECORDED.  THE NEW SALARY   *
002730*    IS THE NEXT HISTORY ROW'S OLD SALARY, OR THE CURRENT ONE  *
002740*    WHEN THERE IS NO LATER CHANGE.  THE DAYS MISSED RUN FROM  *
002750*    THE LATER OF EFF_DATE AND PERIOD START TO PERIOD END.     *
002760*    LEFT OUT: PAIRS ALREADY IN RETROPAY, EMPLOYEES NO LONGER  *
002770*    ON FILE, AND THE DEPARTING-SALARY ROW CRUDPGM SAVES JUST  *
002780*    BEFORE A REHIRE ('R' AUDIT ROW) - A REHIRE IS A NEW       *
002790*    START, NOT A RATE CHANGE.                                 *
002800****************************************************************
002810 1000-INITIALIZE.
002820     IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 3
002830        MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-PARM-NUM (4 -
002840            PARM-LENGTH:PARM-LENGTH)
002850        IF WS-PARM-NUM IS NUMERIC AND WS-PARM-NUM > ZERO
002860           MOVE WS-PARM-NUM TO WS-LOOKBACK-DAYS
002870        END-IF
002880     END-IF
002890
002900     EXEC SQL
002910       DECLARE RTRCSR CURSOR FOR
002920       SELECT H.HIST_SEQ, H.EMP_ID, E.FIRST_NAME, E.LAST_NAME,
002930              E.DEPT_CODE, E.EMP_STATUS, H.OLD_SALARY,
002940              COALESCE((SELECT N.OLD_SALARY
002950                          FROM SALARY_HISTORY N
002960                         WHERE N.HIST_SEQ =
002970                               (SELECT MIN(M.HIST_SEQ)
002980                                  FROM SALARY_HISTORY M
002990                                 WHERE M.EMP_ID = H.EMP_ID
003000                                   AND M.HIST_SEQ > H.HIST_SEQ)),
003010                       E.SALARY),
003020              CHAR(H.EFF_DATE, ISO), CHAR(H.CHANGED_TS),
003030              P.PERIOD_ID, CHAR(P.START_DATE, ISO),
003040              CHAR(P.END_DATE, ISO),
003050              DAYS(P.END_DATE)
003060                - DAYS(CASE WHEN H.EFF_DATE > P.START_DATE
003070                            THEN H.EFF_DATE
003080                            ELSE P.START_DATE END) + 1
003090         FROM SALARY_HISTORY H
003100              INNER JOIN EMPLOYEE E
003110                 ON E.EMP_ID = H.EMP_ID
003120              INNER JOIN PAYCAL P
003130                 ON P.END_DATE  >= H.EFF_DATE
003140                AND P.CUTOFF_TS <  H.CHANGED_TS
003150        WHERE H.CHANGED_TS >= CURRENT TIMESTAMP
003160                              - :WS-LOOKBACK-DAYS DAYS
003165          AND E.EMP_CLASS NOT = 'C'
003170          AND NOT EXISTS (SELECT 1 FROM RETROPAY R
003180                           WHERE R.HIST_SEQ  = H.HIST_SEQ
003190                             AND R.PERIOD_ID = P.PERIOD_ID)
003200          AND NOT EXISTS (SELECT 1 FROM EMPAUDIT A
003210                           WHERE A.EMP_ID = H.EMP_ID
003220                             AND A.ACTION_CODE = 'R'
003230                             AND A.AUDIT_TS >= H.CHANGED_TS
003240                             AND A.AUDIT_TS <  H.CHANGED_TS
003250                                               + 1 MINUTE)
003260        ORDER BY H.EMP_ID, H.HIST_SEQ, P.PERIOD_ID
003270     END-EXEC
003280
003290     OPEN OUTPUT RETFILE
003300     OPEN OUTPUT RPTFILE
003310
003320     PERFORM 1100-GET-PAY-PERIOD THRU 1100-EXIT
003330     IF NOT WS-OPEN-PERIOD-FOUND
003340        MOVE 'Y' TO WS-SW-EOF
003350        GO TO 1000-EXIT
003360     END-IF
003370
003380     MOVE SPACES        TO RET-HEADER-RECORD
003390     MOVE 'HEADER'      TO RET-HDR-REC-ID
003400     MOVE WS-PAY-PERIOD TO RET-HDR-PAY-PERIOD
003410     MOVE WS-PAY-DATE   TO RET-HDR-PAY-DATE
003420     MOVE WS-RUN-DATE   TO RET-HDR-RUN-DATE
003430     WRITE RET-HEADER-RECORD
003440
003450     EXEC SQL OPEN RTRCSR END-EXEC
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
003580*    1100-GET-PAY-PERIOD - THE NEXT PERIOD STILL OPEN (CUTOFF  *
003590*    NOT YET REACHED) - THE ONE THE RETRO IS PAID IN           *
003600****************************************************************
003610 1100-GET-PAY-PERIOD.
003620     EXEC SQL
003630       SELECT PERIOD_ID, CHAR(PAY_DATE, ISO),
003640              CHAR(CURRENT DATE, ISO)
003650         INTO :PCAL-PERIOD-ID, :PCAL-PAY-DATE, :WS-RUN-DATE
003660         FROM PAYCAL
003670        WHERE CUTOFF_TS >= CURRENT TIMESTAMP
003680        ORDER BY CUTOFF_TS
003690        FETCH FIRST 1 ROW ONLY
003700     END-EXEC
003710
003720     EVALUATE SQLCODE
003730       WHEN 0
003740         MOVE 'Y'            TO WS-SW-PERIOD
003750         MOVE PCAL-PERIOD-ID TO WS-PAY-PERIOD
003760         MOVE PCAL-PAY-DATE  TO WS-PAY-DATE
003770         DISPLAY 'EMPRETR - RETRO PAID IN PERIOD ' WS-PAY-PERIOD
003780       WHEN 100
003790         DISPLAY 'EMPRETR - NO OPEN PAY PERIOD ON PAYCAL'
003800       WHEN OTHER
003810         PERFORM 2900-DB-ERROR THRU 2900-EXIT
003820     END-EVALUATE.
003830 1100-EXIT.
003840     EXIT.
003850
003860****************************************************************
003870*    2000-PROCESS-RETRO - PRICE THE DAYS MISSED, RECORD THE    *
003880*    PAIR IN RETROPAY AND, WHEN THERE IS AN AMOUNT, WRITE THE  *
003890*    INTERFACE RECORD AND THE REGISTER LINE                    *
003900****************************************************************
003910 2000-PROCESS-RETRO.
003920     IF HIST-EMPID NOT = WS-PREV-EMPID
003930        ADD 1 TO WS-EMPLOYEE-COUNT
003940        MOVE HIST-EMPID TO WS-PREV-EMPID
003950     END-IF
003960
003970     COMPUTE WS-RT-DIFF = RTRO-NEW-SALARY - RTRO-OLD-SALARY
003980     COMPUTE RTRO-RETRO-AMOUNT ROUNDED =
003990         WS-RT-DIFF * RTRO-RETRO-DAYS / 365
004000
004010     MOVE HIST-SEQ       TO RTRO-HIST-SEQ
004020     MOVE HIST-EMPID     TO RTRO-EMP-ID
004030     MOVE WS-PAY-PERIOD  TO RTRO-PAY-PERIOD
004040     EXEC SQL
004050       INSERT INTO RETROPAY
004060         (HIST_SEQ, PERIOD_ID, EMP_ID, OLD_SALARY, NEW_SALARY,
004070          EFF_DATE, RETRO_DAYS, RETRO_AMOUNT, PAY_PERIOD,
004080          CREATED_TS)
004090       VALUES
004100         (:RTRO-HIST-SEQ, :RTRO-PERIOD-ID, :RTRO-EMP-ID,
004110          :RTRO-OLD-SALARY, :RTRO-NEW-SALARY, :RTRO-EFF-DATE,
004120          :RTRO-RETRO-DAYS, :RTRO-RETRO-AMOUNT, :RTRO-PAY-PERIOD,
004130          CURRENT TIMESTAMP)
004140     END-EXEC
004150
004160     IF SQLCODE NOT = 0
004170        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004180        MOVE 'Y' TO WS-SW-EOF
004190        GO TO 2000-EXIT
004200     END-IF
004210
004220     IF RTRO-RETRO-AMOUNT = ZERO
004230        ADD 1 TO WS-ZERO-COUNT
004240     ELSE
004250        ADD 1 TO WS-RETRO-COUNT
004260        ADD RTRO-RETRO-AMOUNT TO WS-NET-TOTAL
004270        IF RTRO-RETRO-AMOUNT > ZERO
004280           ADD RTRO-RETRO-AMOUNT TO WS-OWED-TOTAL
004290        ELSE
004300           ADD RTRO-RETRO-AMOUNT TO WS-RECOVER-TOTAL
004310        END-IF
004320        PERFORM 2200-WRITE-INTERFACE THRU 2200-EXIT
004330        PERFORM 2400-PRINT-RETRO     THRU 2400-EXIT
004340     END-IF
004350
004360     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
004370 2000-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410*    2100-FETCH-CHANGE - NEXT CHANGE/PERIOD PAIR, EOF ON END   *
004420****************************************************************
004430 2100-FETCH-CHANGE.
004440     EXEC SQL
004450       FETCH RTRCSR
004460        INTO :HIST-SEQ, :HIST-EMPID, :FIRST-NAME, :LAST-NAME,
004470             :DEPT-CODE, :WS-RT-EMP-STATUS, :RTRO-OLD-SALARY,
004480             :RTRO-NEW-SALARY, :RTRO-EFF-DATE, :WS-RT-CHANGED-TS,
004490             :RTRO-PERIOD-ID, :WS-RT-START-DATE, :WS-RT-END-DATE,
004500             :RTRO-RETRO-DAYS
004510     END-EXEC
004520
004530     EVALUATE SQLCODE
004540       WHEN 0
004550         CONTINUE
004560       WHEN 100
004570         MOVE 'Y' TO WS-SW-EOF
004580         EXEC SQL CLOSE RTRCSR END-EXEC
004590       WHEN OTHER
004600         PERFORM 2900-DB-ERROR THRU 2900-EXIT
004610         MOVE 'Y' TO WS-SW-EOF
004620     END-EVALUATE.
004630 2100-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670*    2200-WRITE-INTERFACE - ONE RETRO RECORD FOR PAYROLL       *
004680****************************************************************
004690 2200-WRITE-INTERFACE.
004700     MOVE SPACES            TO RET-RECORD
004710     MOVE HIST-EMPID        TO RET-EMP-ID
004720     MOVE WS-PAY-PERIOD     TO RET-PAY-PERIOD
004730     MOVE RTRO-PERIOD-ID    TO RET-PERIOD-ID
004740     MOVE RTRO-EFF-DATE     TO RET-EFF-DATE
004750     MOVE RTRO-OLD-SALARY   TO RET-OLD-SALARY
004760     MOVE RTRO-NEW-SALARY   TO RET-NEW-SALARY
004770     MOVE RTRO-RETRO-DAYS   TO RET-DAYS
004780     MOVE RTRO-RETRO-AMOUNT TO RET-AMOUNT
004790     MOVE HIST-SEQ          TO RET-HIST-SEQ
004800     WRITE RET-RECORD.
004810 2200-EXIT.
004820     EXIT.
004830
004840****************************************************************
004850*    2400-PRINT-RETRO - ONE REGISTER LINE PER CHANGE AND       *
004860*    MISSED PERIOD                                             *
004870****************************************************************
004880 2400-PRINT-RETRO.
004890     IF WS-PAGE-NUMBER = ZERO
004900        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
004910     END-IF
004920
004930     ADD 1 TO WS-LINE-COUNT
004940     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
004950        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
004960        ADD 1 TO WS-LINE-COUNT
004970     END-IF
004980
004990     MOVE SPACES TO WS-EMP-NAME
005000     STRING LAST-NAME  DELIMITED BY '  '
005010            ', '       DELIMITED BY SIZE
005020            FIRST-NAME DELIMITED BY '  '
005030         INTO WS-EMP-NAME
005040     END-STRING
005050
005060     MOVE SPACES                  TO WS-DETAIL-LINE
005070     MOVE HIST-EMPID              TO WS-DT-EMP-ID
005080     MOVE WS-EMP-NAME             TO WS-DT-NAME
005090     MOVE DEPT-CODE               TO WS-DT-DEPT-CODE
005100     MOVE WS-RT-EMP-STATUS        TO WS-DT-STATUS
005110     MOVE RTRO-EFF-DATE           TO WS-DT-EFF-DATE
005120     MOVE WS-RT-CHANGED-TS (1:10) TO WS-DT-RECORDED
005130     MOVE RTRO-PERIOD-ID          TO WS-DT-PERIOD-ID
005140     MOVE RTRO-OLD-SALARY         TO WS-DT-OLD-SALARY
005150     MOVE RTRO-NEW-SALARY         TO WS-DT-NEW-SALARY
005160     MOVE RTRO-RETRO-DAYS         TO WS-DT-DAYS
005170     MOVE RTRO-RETRO-AMOUNT       TO WS-DT-AMOUNT
005180     WRITE RPT-RECORD FROM WS-DETAIL-LINE.
005190 2400-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230*    2700-PAGE-BREAK - START A NEW PAGE                        *
005240****************************************************************
005250 2700-PAGE-BREAK.
005260     ADD 1 TO WS-PAGE-NUMBER
005270     MOVE ZERO TO WS-LINE-COUNT
005280
005290     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
005300     MOVE WS-PAY-PERIOD  TO WS-H1-PAY-PERIOD
005310     MOVE WS-PAY-DATE    TO WS-H1-PAY-DATE
005320     WRITE RPT-RECORD FROM WS-HEADING-LINE-1
005330         AFTER ADVANCING PAGE
005340     WRITE RPT-RECORD FROM WS-HEADING-LINE-2
005350     WRITE RPT-RECORD FROM WS-BLANK-LINE.
005360 2700-EXIT.
005370     EXIT.
005380
005390****************************************************************
005400*    2900-DB-ERROR - UNEXPECTED SQLCODE; ALL OF THE RUN'S WORK *
005410*    IS BACKED OUT AND THE RUN ENDS RC=8                       *
005420****************************************************************
005430 2900-DB-ERROR.
005440     ADD 1 TO WS-DB-ERROR-COUNT
005450     MOVE SQLCODE TO WS-SQLCODE-DISP
005460     DISPLAY 'EMPRETR - SQLCODE ' WS-SQLCODE-DISP
005470             ' FOR HIST_SEQ ' HIST-SEQ.
005480 2900-EXIT.
005490     EXIT.
005500
005510****************************************************************
005520*    8000-TERMINATE - TOTALS, TRAILER, COMMIT (OR BACK OUT),   *
005530*    RETURN CODE, CLOSE UP                                     *
005540****************************************************************
005550 8000-TERMINATE.
005560     IF WS-PAGE-NUMBER = ZERO
005570        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
005580        IF WS-OPEN-PERIOD-FOUND
005590           WRITE RPT-RECORD FROM WS-NONE-LINE
005600        END-IF
005610     END-IF
005620
005630     WRITE RPT-RECORD FROM WS-BLANK-LINE
005640     MOVE 'EMPLOYEES WITH RETRO                   :'
005650       TO WS-CL-LABEL
005660     MOVE WS-EMPLOYEE-COUNT TO WS-CL-COUNT
005670     WRITE RPT-RECORD FROM WS-COUNT-LINE
005680     MOVE 'RETRO RECORDS WRITTEN                  :'
005690       TO WS-CL-LABEL
005700     MOVE WS-RETRO-COUNT TO WS-CL-COUNT
005710     WRITE RPT-RECORD FROM WS-COUNT-LINE
005720     MOVE 'MISSED PERIODS WITH NO AMOUNT          :'
005730       TO WS-CL-LABEL
005740     MOVE WS-ZERO-COUNT TO WS-CL-COUNT
005750     WRITE RPT-RECORD FROM WS-COUNT-LINE
005760     MOVE 'RETRO OWED TO EMPLOYEES                :'
005770       TO WS-AL-LABEL
005780     MOVE WS-OWED-TOTAL TO WS-AL-AMOUNT
005790     WRITE RPT-RECORD FROM WS-AMOUNT-LINE
005800     MOVE 'RETRO TO RECOVER FROM EMPLOYEES        :'
005810       TO WS-AL-LABEL
005820     MOVE WS-RECOVER-TOTAL TO WS-AL-AMOUNT
005830     WRITE RPT-RECORD FROM WS-AMOUNT-LINE
005840     MOVE 'NET RETRO PAY                          :'
005850       TO WS-AL-LABEL
005860     MOVE WS-NET-TOTAL TO WS-AL-AMOUNT
005870     WRITE RPT-RECORD FROM WS-AMOUNT-LINE
005880
005890     EVALUATE TRUE
005900       WHEN WS-DB-ERROR-COUNT > ZERO
005910         EXEC SQL ROLLBACK END-EXEC
005920         MOVE 8 TO WS-RETURN-CODE
005930         MOVE ' DATABASE ERROR - NOTHING RECORDED, DISCARD RETOUT'
005940           TO RPT-RECORD
005950         WRITE RPT-RECORD
005960       WHEN NOT WS-OPEN-PERIOD-FOUND
005970         MOVE 8 TO WS-RETURN-CODE
005980         MOVE ' NO OPEN PAY PERIOD ON PAYCAL - ADD ONE ON REFMNT.'
005990           TO RPT-RECORD
006000         WRITE RPT-RECORD
006010       WHEN OTHER
006020         MOVE SPACES         TO RET-TRAILER-RECORD
006030         MOVE 'TRAILER'      TO RET-TRL-REC-ID
006040         MOVE WS-PAY-PERIOD  TO RET-TRL-PAY-PERIOD
006050         MOVE WS-RETRO-COUNT TO RET-TRL-REC-COUNT
006060         MOVE WS-NET-TOTAL   TO RET-TRL-NET-AMOUNT
006070         WRITE RET-TRAILER-RECORD
006080         EXEC SQL COMMIT END-EXEC
006090     END-EVALUATE
006100
006110     CLOSE RETFILE
006120     CLOSE RPTFILE
006130
006140     MOVE WS-RETURN-CODE TO RETURN-CODE.
006150 8000-EXIT.
006160     EXIT.
006170
006180****************************************************************
006190*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
006200*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
006210****************************************************************
006220 0100-LOG-RUN-START.
006230     MOVE 'EMPRETR' TO RLOG-PGM-NAME
006240     EXEC SQL
006250       INSERT INTO RUNLOG
006260         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
006270          RUN_STATUS)
006280       VALUES
006290         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
006300     END-EXEC
006310
006320     EXEC SQL
006330       SELECT INT(IDENTITY_VAL_LOCAL())
006340         INTO :RLOG-SEQ
006350         FROM SYSIBM.SYSDUMMY1
006360     END-EXEC
006370
006380     EXEC SQL COMMIT END-EXEC.
006390 0100-EXIT.
006400     EXIT.
006410
006420****************************************************************
006430*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
006440*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
006450****************************************************************
006460 8900-LOG-RUN-END.
006470     MOVE WS-RETRO-COUNT TO RLOG-REC-COUNT
006480     MOVE RETURN-CODE TO RLOG-RETURN-CD
006490
006500     EXEC SQL
006510       UPDATE RUNLOG
006520          SET END_TS     = CURRENT TIMESTAMP,
006530              REC_COUNT  = :RLOG-REC-COUNT,
006540              RETURN_CD  = :RLOG-RETURN-CD,
006550              RUN_STATUS = 'C'
006560        WHERE RUN_SEQ = :RLOG-SEQ
006570     END-EXEC
006580
006590     EXEC SQL COMMIT END-EXEC.
006600 8900-EXIT.
006610     EXIT.
006620
006630 9999-EXIT.
006640     GOBACK.
