000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPRECP.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPRECP                                       *
000100*    FUNCTION : MONTHLY RECONCILIATION OF APP3 AGAINST THE     *
000110*               PAYROLL SYSTEM'S OWN EMPLOYEE MASTER.  THE     *
000120*               FULL MASTER DUMP PAYROLL SENDS (SORTED BY      *
000130*               EMP_ID IN THE STEP BEFORE) IS MATCHED AGAINST  *
000140*               EVERY EMPLOYEE ROW EMPEXTR WOULD EXTRACT, WITH *
000150*               ITS EMPADDR ROW.  REPORTS EMPLOYEES ON ONE     *
000160*               SIDE ONLY AND, FOR EMPLOYEES ON BOTH, EACH     *
000170*               SALARY, DEPARTMENT, STATUS, STREET, CITY AND   *
000180*               POSTAL CODE DIFFERENCE.  A LEAVER APP3 HAS     *
000190*               ALREADY DROPPED (FINAL PAY PASSED) MAY STAY ON *
000195*               THE MASTER AS TERMINATED WITHOUT BEING LISTED, *
000200*               AS MAY A CONTRACTOR; A CONTRACTOR STILL ACTIVE *
000205*               THERE IS LISTED AS A CONTRACTOR DISCREPANCY.   *
000210*               THE EXEC PARM IS REPORT (DEFAULT - NOTHING IS  *
000220*               WRITTEN) OR QUEUE, WHICH ALSO QUEUES EVERY     *
000230*               MISMATCHED OR APP3-ONLY EMPLOYEE IN RESENDQ    *
000240*               (ATTEMPTS 0) FOR THE NEXT EMPEXTR DELTA RUN.   *
000250*               ENDS RC=4 WHEN ANY DIFFERENCE IS FOUND, RC=8   *
000260*               ON A BAD PARM OR A DATABASE ERROR (THE QUEUE   *
000270*               IS THEN BACKED OUT).                           *
000280*    CALLED BY: JOB EMPRECPJ, STEP STEP020.                    *
000290*                                                              *
000300****************************************************************
000310*    MODIFICATION HISTORY
000320*    --------------------
000330*    10/15/2026  DLR  INITIAL VERSION.
000335*    10/15/2026  DLR  CONTRACTORS LEFT OUT OF THE APP3 SIDE, AS
000336*                     EMPEXTR NO LONGER SENDS THEM.
000338*    10/15/2026  DLR  A CONTRACTOR STILL ACTIVE ON THE MASTER IS
000339*                     ITS OWN DISCREPANCY, NOT A DROPPED LEAVER.
000340****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MSTFILE  ASSIGN TO MSTIN
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT RCPFILE  ASSIGN TO RCPOUT
000410            ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  MSTFILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  MST-RECORD.
000490     05  MST-EMP-ID              PIC X(09).
000500     05  MST-FIRST-NAME          PIC X(15).
000510     05  MST-LAST-NAME           PIC X(15).
000520     05  MST-DEPT-CODE           PIC X(03).
000530     05  MST-SALARY              PIC X(09).
000540     05  MST-STATUS              PIC X(01).
000550     05  MST-STREET              PIC X(30).
000560     05  MST-CITY                PIC X(20).
000570     05  MST-POSTAL              PIC X(10).
000580     05  FILLER                  PIC X(08).
000590*    PAYROLL'S OWN HEADER AND TRAILER CARRY 'HEADER' OR
000600*    'TRAILER' IN THE EMP_ID POSITION AND ARE SKIPPED
000610 01  MST-CONTROL-RECORD.
000620     05  MST-CTL-REC-ID          PIC X(09).
000630     05  FILLER                  PIC X(111).
000640
000650 FD  RCPFILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  RCP-RECORD                     PIC X(133).
000690
000700 WORKING-STORAGE SECTION.
000710****************************************************************
000720*    SWITCHES AND COUNTERS                                     *
000730****************************************************************
000740 01  WS-SWITCHES.
000750     05  WS-SW-MST-EOF              PIC X(01) VALUE 'N'.
000760         88  WS-EOF-MASTER              VALUE 'Y'.
000770     05  WS-SW-APP-EOF              PIC X(01) VALUE 'N'.
000780         88  WS-EOF-APP3                VALUE 'Y'.
000790     05  WS-SW-MST-USABLE           PIC X(01) VALUE 'N'.
000800         88  WS-MST-USABLE              VALUE 'Y'.
000810     05  WS-SW-MODE                 PIC X(01) VALUE 'R'.
000820         88  WS-REPORT-MODE             VALUE 'R'.
000830         88  WS-QUEUE-MODE              VALUE 'Q'.
000840     05  WS-SW-PARM-OK              PIC X(01) VALUE 'N'.
000850         88  WS-PARM-OK                 VALUE 'Y'.
000860     05  WS-SW-SAL-DIFF             PIC X(01) VALUE 'N'.
000870         88  WS-SALARY-DIFFERS          VALUE 'Y'.
000880     05  WS-SW-DEPT-DIFF            PIC X(01) VALUE 'N'.
000890         88  WS-DEPT-DIFFERS            VALUE 'Y'.
000900     05  WS-SW-STAT-DIFF            PIC X(01) VALUE 'N'.
000910         88  WS-STATUS-DIFFERS          VALUE 'Y'.
000920     05  WS-SW-STREET-DIFF          PIC X(01) VALUE 'N'.
000930         88  WS-STREET-DIFFERS          VALUE 'Y'.
000940     05  WS-SW-CITY-DIFF            PIC X(01) VALUE 'N'.
000950         88  WS-CITY-DIFFERS            VALUE 'Y'.
000960     05  WS-SW-POSTAL-DIFF          PIC X(01) VALUE 'N'.
000970         88  WS-POSTAL-DIFFERS          VALUE 'Y'.
000980
000990 01  WS-COUNTERS.
001000     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
001010                                         VALUE ZERO.
001020     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
001030                                         VALUE ZERO.
001040     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
001050     05  WS-MST-READ-COUNT          PIC 9(07) USAGE COMP
001060                                         VALUE ZERO.
001070     05  WS-CONTROL-COUNT           PIC 9(07) USAGE COMP
001080                                         VALUE ZERO.
001090     05  WS-BAD-COUNT               PIC 9(07) USAGE COMP
001100                                         VALUE ZERO.
001110     05  WS-APP3-READ-COUNT         PIC 9(07) USAGE COMP
001120                                         VALUE ZERO.
001130     05  WS-AGREE-COUNT             PIC 9(07) USAGE COMP
001140                                         VALUE ZERO.
001150     05  WS-MISMATCH-COUNT          PIC 9(07) USAGE COMP
001160                                         VALUE ZERO.
001170     05  WS-SAL-DIFF-COUNT          PIC 9(07) USAGE COMP
001180                                         VALUE ZERO.
001190     05  WS-DEPT-DIFF-COUNT         PIC 9(07) USAGE COMP
001200                                         VALUE ZERO.
001210     05  WS-STAT-DIFF-COUNT         PIC 9(07) USAGE COMP
001220                                         VALUE ZERO.
001230     05  WS-ADDR-DIFF-COUNT         PIC 9(07) USAGE COMP
001240                                         VALUE ZERO.
001250     05  WS-APP3-ONLY-COUNT         PIC 9(07) USAGE COMP
001260                                         VALUE ZERO.
001270     05  WS-PAYROLL-ONLY-COUNT      PIC 9(07) USAGE COMP
001280                                         VALUE ZERO.
001290     05  WS-DROPPED-COUNT           PIC 9(07) USAGE COMP
001292                                         VALUE ZERO.
001295     05  WS-CONTR-TERM-COUNT        PIC 9(07) USAGE COMP
001296                                         VALUE ZERO.
001298     05  WS-CONTRACTOR-COUNT        PIC 9(07) USAGE COMP
001300                                         VALUE ZERO.
001310     05  WS-QUEUED-COUNT            PIC 9(07) USAGE COMP
001320                                         VALUE ZERO.
001330     05  WS-ON-QUEUE-COUNT          PIC 9(07) USAGE COMP
001340                                         VALUE ZERO.
001350     05  WS-DB-ERROR-COUNT          PIC 9(07) USAGE COMP
001360                                         VALUE ZERO.
001370
001380 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
001390                                         VALUE ZERO.
001400 77  WS-OPEN-RESENDS                PIC S9(09) USAGE COMP
001410                                         VALUE ZERO.
001420 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
001430
001440****************************************************************
001450*    MATCH KEYS AND THE APP3 SIDE OF THE CURRENT EMPLOYEE      *
001460****************************************************************
001470 01  WS-MST-EMPID                   PIC 9(09) VALUE ZERO.
001480 01  WS-PREV-MST-EMPID              PIC 9(09) VALUE ZERO.
001490 01  WS-MST-SALARY                  PIC 9(09) VALUE ZERO.
001500 01  WS-APP-EMPID                   PIC 9(09) VALUE ZERO.
001510 01  WS-APP-FINAL-PASSED            PIC X(01) VALUE SPACE.
001520     88  WS-APP3-DROPPED                VALUE 'Y'.
001530 01  WS-SALARY-EDIT                 PIC ZZZ,ZZZ,ZZ9.
001540 01  WS-RESEND-ACTION               PIC X(10) VALUE SPACES.
001550
001560****************************************************************
001570*    PRINT LINE LAYOUTS                                        *
001580****************************************************************
001590 01  WS-HEADING-LINE-1.
001600     05  FILLER                     PIC X(01) VALUE '1'.
001610     05  FILLER                     PIC X(48) VALUE
001620         'EMP1 PAYROLL - PAYROLL MASTER RECONCILIATION    '.
001630     05  FILLER                     PIC X(06) VALUE 'MODE: '.
001640     05  WS-H1-MODE                 PIC X(06).
001650     05  FILLER                     PIC X(03) VALUE SPACES.
001660     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001670     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001680     05  FILLER                     PIC X(60) VALUE SPACES.
001690
001700 01  WS-HEADING-LINE-2.
001710     05  FILLER                     PIC X(01) VALUE SPACE.
001720     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
001730     05  FILLER                     PIC X(16) VALUE
001740         'LAST NAME       '.
001750     05  FILLER                     PIC X(17) VALUE
001760         'FIRST NAME       '.
001770     05  FILLER                     PIC X(14) VALUE
001780         'DISCREPANCY   '.
001790     05  FILLER                     PIC X(32) VALUE
001800         'APP3 VALUE                      '.
001810     05  FILLER                     PIC X(32) VALUE
001820         'PAYROLL VALUE                   '.
001830     05  FILLER                     PIC X(10) VALUE 'RESEND    '.
001840
001850 01  WS-DETAIL-LINE.
001860     05  FILLER                     PIC X(01) VALUE SPACE.
001870     05  WS-DT-EMP-ID               PIC X(09).
001880     05  FILLER                     PIC X(02) VALUE SPACES.
001890     05  WS-DT-LAST-NAME            PIC X(15).
001900     05  FILLER                     PIC X(01) VALUE SPACE.
001910     05  WS-DT-FIRST-NAME           PIC X(15).
001920     05  FILLER                     PIC X(02) VALUE SPACES.
001930     05  WS-DT-DISCREPANCY          PIC X(12).
001940     05  FILLER                     PIC X(02) VALUE SPACES.
001950     05  WS-DT-APP3-VALUE           PIC X(30).
001960     05  FILLER                     PIC X(02) VALUE SPACES.
001970     05  WS-DT-PAYROLL-VALUE        PIC X(30).
001980     05  FILLER                     PIC X(02) VALUE SPACES.
001990     05  WS-DT-RESEND               PIC X(10).
002000
002010 01  WS-COUNT-LINE.
002020     05  FILLER                     PIC X(01) VALUE SPACE.
002030     05  WS-CL-LABEL                PIC X(40).
002040     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
002050     05  FILLER                     PIC X(85) VALUE SPACES.
002060
002070 01  WS-NONE-LINE.
002080     05  FILLER                     PIC X(01) VALUE SPACE.
002090     05  FILLER                     PIC X(50) VALUE
002100         'APP3 AND THE PAYROLL MASTER AGREE - NO EXCEPTIONS'.
002110     05  FILLER                     PIC X(82) VALUE SPACES.
002120
002130 01  WS-REPORT-ONLY-LINE.
002140     05  FILLER                     PIC X(01) VALUE SPACE.
002150     05  FILLER                     PIC X(50) VALUE
002160         'REPORT ONLY - NOTHING WAS QUEUED IN RESENDQ.'.
002170     05  FILLER                     PIC X(82) VALUE SPACES.
002180
002190 01  WS-BAD-PARM-LINE.
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002210     05  FILLER                     PIC X(50) VALUE
002220         'PARM MUST BE REPORT OR QUEUE - NOTHING DONE.'.
002230     05  FILLER                     PIC X(82) VALUE SPACES.
002240
002250 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002260
002270     EXEC SQL
002280       INCLUDE SQLCA
002290     END-EXEC.
002300
002310     EXEC SQL
002320       INCLUDE EMPLOYEE
002330     END-EXEC.
002340
002350     EXEC SQL
002360       INCLUDE EMPADDR
002370     END-EXEC.
002380
002390     EXEC SQL
002400       INCLUDE RESENDQ
002410     END-EXEC.
002420
002430     EXEC SQL
002440       INCLUDE RUNLOG
002450     END-EXEC.
002460
002470 LINKAGE SECTION.
002480 01  PARM-DATA.
002490     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002500     05  PARM-TEXT                  PIC X(06).
002510
002520 PROCEDURE DIVISION USING PARM-DATA.
002530
002540 0000-MAINLINE.
002550     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002560     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002570     IF WS-PARM-OK
002580        PERFORM 2000-MATCH        THRU 2000-EXIT
002590            UNTIL WS-EOF-MASTER AND WS-EOF-APP3
002600     END-IF
002610     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002620     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002630     GO TO 9999-EXIT.
002640
002650****************************************************************
002660*    1000-INITIALIZE - MODE FROM THE PARM, OPEN FILES, OPEN     *
002670*    THE EMPLOYEE CURSOR AND PRIME BOTH SIDES OF THE MATCH      *
002680****************************************************************
002690 1000-INITIALIZE.
002700     EVALUATE TRUE
002710       WHEN PARM-LENGTH = ZERO
002720         SET WS-REPORT-MODE TO TRUE
002730         MOVE 'Y' TO WS-SW-PARM-OK
002740       WHEN PARM-LENGTH = 6 AND PARM-TEXT = 'REPORT'
002750         SET WS-REPORT-MODE TO TRUE
002760         MOVE 'Y' TO WS-SW-PARM-OK
002770       WHEN PARM-LENGTH = 5 AND PARM-TEXT (1:5) = 'QUEUE'
002780         SET WS-QUEUE-MODE TO TRUE
002790         MOVE 'Y' TO WS-SW-PARM-OK
002800       WHEN OTHER
002810         MOVE 'N' TO WS-SW-PARM-OK
002820     END-EVALUATE
002830
002840     OPEN OUTPUT RCPFILE
002850
002860     IF NOT WS-PARM-OK
002870        MOVE 'REPORT' TO WS-H1-MODE
002880        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
002890        WRITE RCP-RECORD FROM WS-BAD-PARM-LINE
002900        GO TO 1000-EXIT
002910     END-IF
002920
002930     IF WS-QUEUE-MODE
002940        MOVE 'QUEUE ' TO WS-H1-MODE
002950     ELSE
002960        MOVE 'REPORT' TO WS-H1-MODE
002970     END-IF
002980
002990     OPEN INPUT MSTFILE
003000
003010*    THE SAME POPULATION EMPEXTR SENDS ON A FULL RUN - A
003020*    MISSING EMPADDR ROW COMPARES AS A BLANK ADDRESS
003030     EXEC SQL
003040       DECLARE APPCSR CURSOR FOR
003050       SELECT E.EMP_ID, E.FIRST_NAME, E.LAST_NAME, E.SALARY,
003060              E.DEPT_CODE, E.EMP_STATUS,
003070              COALESCE(A.STREET, ' '), COALESCE(A.CITY, ' '),
003080              COALESCE(A.POSTAL_CD, ' ')
003090         FROM EMPLOYEE E
003100         LEFT OUTER JOIN EMPADDR A
003110           ON A.EMP_ID = E.EMP_ID
003120        WHERE (E.EMP_STATUS NOT = 'T'
003130           OR  E.FINAL_PAY_DT >= CURRENT DATE)
003132          AND E.EMP_CLASS NOT = 'C'
003140        ORDER BY E.EMP_ID
003150     END-EXEC
003160
003170     EXEC SQL OPEN APPCSR END-EXEC
003180
003190     IF SQLCODE NOT = 0
003200        PERFORM 2900-DB-ERROR THRU 2900-EXIT
003210        MOVE 'Y' TO WS-SW-APP-EOF
003220        MOVE 'Y' TO WS-SW-MST-EOF
003230        GO TO 1000-EXIT
003240     END-IF
003250
003260     PERFORM 2100-READ-MASTER    THRU 2100-EXIT
003270     PERFORM 2200-FETCH-EMPLOYEE THRU 2200-EXIT.
003280 1000-EXIT.
003290     EXIT.
003300
003310****************************************************************
003320*    2000-MATCH - ONE STEP OF THE MATCH ON EMP_ID.  THE LOWER   *
003330*    KEY IS ON ONE SIDE ONLY; EQUAL KEYS ARE COMPARED.          *
003340****************************************************************
003350 2000-MATCH.
003360     EVALUATE TRUE
003370       WHEN WS-EOF-MASTER
003380         PERFORM 2400-APP3-ONLY    THRU 2400-EXIT
003390         PERFORM 2200-FETCH-EMPLOYEE THRU 2200-EXIT
003400       WHEN WS-EOF-APP3
003410         PERFORM 2300-PAYROLL-ONLY THRU 2300-EXIT
003420         PERFORM 2100-READ-MASTER  THRU 2100-EXIT
003430       WHEN WS-MST-EMPID < WS-APP-EMPID
003440         PERFORM 2300-PAYROLL-ONLY THRU 2300-EXIT
003450         PERFORM 2100-READ-MASTER  THRU 2100-EXIT
003460       WHEN WS-MST-EMPID > WS-APP-EMPID
003470         PERFORM 2400-APP3-ONLY    THRU 2400-EXIT
003480         PERFORM 2200-FETCH-EMPLOYEE THRU 2200-EXIT
003490       WHEN OTHER
003500         PERFORM 2500-COMPARE      THRU 2500-EXIT
003510         PERFORM 2100-READ-MASTER  THRU 2100-EXIT
003520         PERFORM 2200-FETCH-EMPLOYEE THRU 2200-EXIT
003530     END-EVALUATE
003540
003550     IF WS-DB-ERROR-COUNT > ZERO
003560        MOVE 'Y' TO WS-SW-MST-EOF
003570        MOVE 'Y' TO WS-SW-APP-EOF
003580     END-IF.
003590 2000-EXIT.
003600     EXIT.
003610
003620****************************************************************
003630*    2100-READ-MASTER - NEXT USABLE MASTER RECORD, EOF ON END   *
003640****************************************************************
003650 2100-READ-MASTER.
003660     MOVE 'N' TO WS-SW-MST-USABLE
003670     PERFORM 2110-READ-ONE THRU 2110-EXIT
003680         UNTIL WS-MST-USABLE OR WS-EOF-MASTER.
003690 2100-EXIT.
003700     EXIT.
003710
003720****************************************************************
003730*    2110-READ-ONE - READ ONE RECORD.  HEADER AND TRAILER ARE   *
003740*    SKIPPED; A NON-NUMERIC OR REPEATED EMP_ID IS LISTED AND    *
003750*    SKIPPED SO IT CANNOT THROW THE MATCH OUT OF STEP.          *
003760****************************************************************
003770 2110-READ-ONE.
003780     READ MSTFILE
003790         AT END MOVE 'Y' TO WS-SW-MST-EOF
003800     END-READ
003810
003820     IF WS-EOF-MASTER
003830        GO TO 2110-EXIT
003840     END-IF
003850
003860     ADD 1 TO WS-MST-READ-COUNT
003870
003880     IF MST-CTL-REC-ID = 'HEADER' OR MST-CTL-REC-ID = 'TRAILER'
003890        ADD 1 TO WS-CONTROL-COUNT
003900        GO TO 2110-EXIT
003910     END-IF
003920
003930     IF MST-EMP-ID IS NOT NUMERIC
003940        ADD 1 TO WS-BAD-COUNT
003950        MOVE SPACES          TO WS-DETAIL-LINE
003960        MOVE MST-EMP-ID      TO WS-DT-EMP-ID
003970        MOVE MST-LAST-NAME   TO WS-DT-LAST-NAME
003980        MOVE MST-FIRST-NAME  TO WS-DT-FIRST-NAME
003990        MOVE 'BAD RECORD'    TO WS-DT-DISCREPANCY
004000        MOVE 'EMP ID IS NOT NUMERIC' TO WS-DT-PAYROLL-VALUE
004010        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
004020        GO TO 2110-EXIT
004030     END-IF
004040
004050     MOVE MST-EMP-ID TO WS-MST-EMPID
004060     IF WS-MST-EMPID = WS-PREV-MST-EMPID
004070        ADD 1 TO WS-BAD-COUNT
004080        MOVE SPACES          TO WS-DETAIL-LINE
004090        MOVE MST-EMP-ID      TO WS-DT-EMP-ID
004100        MOVE MST-LAST-NAME   TO WS-DT-LAST-NAME
004110        MOVE MST-FIRST-NAME  TO WS-DT-FIRST-NAME
004120        MOVE 'DUPLICATE'     TO WS-DT-DISCREPANCY
004130        MOVE 'EMP ID REPEATED ON THE MASTER'
004140          TO WS-DT-PAYROLL-VALUE
004150        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
004160        GO TO 2110-EXIT
004170     END-IF
004180
004190     MOVE WS-MST-EMPID TO WS-PREV-MST-EMPID
004200     MOVE 'Y' TO WS-SW-MST-USABLE.
004210 2110-EXIT.
004220     EXIT.
004230
004240****************************************************************
004250*    2200-FETCH-EMPLOYEE - NEXT EMPLOYEE, EOF ON END            *
004260****************************************************************
004270 2200-FETCH-EMPLOYEE.
004280     EXEC SQL
004290       FETCH APPCSR
004300        INTO :EMP-ID, :FIRST-NAME, :LAST-NAME, :SALARY,
004310             :DEPT-CODE, :EMP-STATUS,
004320             :ADDR-STREET, :ADDR-CITY, :ADDR-POSTAL
004330     END-EXEC
004340
004350     EVALUATE SQLCODE
004360       WHEN 0
004370         ADD 1 TO WS-APP3-READ-COUNT
004380         MOVE EMP-ID TO WS-APP-EMPID
004390       WHEN 100
004400         MOVE 'Y' TO WS-SW-APP-EOF
004410         EXEC SQL CLOSE APPCSR END-EXEC
004420       WHEN OTHER
004430         PERFORM 2900-DB-ERROR THRU 2900-EXIT
004440         MOVE 'Y' TO WS-SW-APP-EOF
004450     END-EVALUATE.
004460 2200-EXIT.
004470     EXIT.
004480
004490****************************************************************
004500*    2300-PAYROLL-ONLY - ON THE MASTER BUT NOT AMONG THE        *
004510*    EMPLOYEES APP3 SENDS.  A LEAVER APP3 DROPPED AFTER FINAL   *
004520*    PAY IS EXPECTED ON THE MASTER AS TERMINATED; ANY OTHER     *
004530*    STATUS THERE IS A STATUS DIFFERENCE.  SO IS A CONTRACTOR   *
004532*    (EMPEXTR SENT ITS 'D'), BUT ONE STILL ACTIVE ON THE MASTER *
004540*    IS A CONTRACTOR DISCREPANCY.  NONE OF THESE CAN BE QUEUED  *
004545*    - EMPEXTR NO LONGER SENDS THE EMPLOYEE.                    *
004550****************************************************************
004560 2300-PAYROLL-ONLY.
004570     MOVE WS-MST-EMPID TO EMP-ID
004580     MOVE SPACE        TO WS-APP-FINAL-PASSED
004590
004600     EXEC SQL
004610       SELECT 'Y', EMP_STATUS, EMP_CLASS
004620         INTO :WS-APP-FINAL-PASSED, :EMP-STATUS, :EMP-CLASS
004630         FROM EMPLOYEE
004640        WHERE EMP_ID = :EMP-ID
004650     END-EXEC
004660
004670     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
004680        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004682        GO TO 2300-EXIT
004685     END-IF
004686
004687     IF WS-APP3-DROPPED AND EMP-CLASS = 'C'
004688        AND MST-STATUS = 'T'
004689        ADD 1 TO WS-CONTR-TERM-COUNT
004690        GO TO 2300-EXIT
004700     END-IF
004710
004720     IF WS-APP3-DROPPED AND MST-STATUS = 'T'
004730        ADD 1 TO WS-DROPPED-COUNT
004740        GO TO 2300-EXIT
004750     END-IF
004760
004770     MOVE SPACES          TO WS-DETAIL-LINE
004780     MOVE MST-EMP-ID      TO WS-DT-EMP-ID
004790     MOVE MST-LAST-NAME   TO WS-DT-LAST-NAME
004800     MOVE MST-FIRST-NAME  TO WS-DT-FIRST-NAME
004810     MOVE 'NOT QUEUED'    TO WS-DT-RESEND
004820
004830     EVALUATE TRUE
004835        WHEN NOT WS-APP3-DROPPED
004840           ADD 1 TO WS-PAYROLL-ONLY-COUNT
004850           MOVE 'PAYROLL ONLY' TO WS-DT-DISCREPANCY
004855           MOVE 'NOT ON EMPLOYEE' TO WS-DT-APP3-VALUE
004860           MOVE 'ON THE PAYROLL MASTER' TO WS-DT-PAYROLL-VALUE
004870        WHEN EMP-CLASS = 'C'
004875           ADD 1 TO WS-CONTRACTOR-COUNT
004880           MOVE 'CONTRACTOR' TO WS-DT-DISCREPANCY
004890           MOVE 'C - NOT PAID THROUGH PAYROLL' TO WS-DT-APP3-VALUE
004900           MOVE MST-STATUS   TO WS-DT-PAYROLL-VALUE
004902        WHEN OTHER
004910           ADD 1 TO WS-MISMATCH-COUNT
004920           ADD 1 TO WS-STAT-DIFF-COUNT
004925           MOVE 'STATUS'     TO WS-DT-DISCREPANCY
004930           MOVE 'T - DROPPED AFTER FINAL PAY' TO WS-DT-APP3-VALUE
004940           MOVE MST-STATUS   TO WS-DT-PAYROLL-VALUE
004945     END-EVALUATE
004950
004960     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
004970 2300-EXIT.
004980     EXIT.
004990
005000****************************************************************
005010*    2400-APP3-ONLY - AN EMPLOYEE APP3 SENDS THAT PAYROLL DOES  *
005020*    NOT HOLD - QUEUED FOR RESEND IN QUEUE MODE                 *
005030****************************************************************
005040 2400-APP3-ONLY.
005050     ADD 1 TO WS-APP3-ONLY-COUNT
005060
005070     PERFORM 2600-QUEUE-RESEND THRU 2600-EXIT
005080
005090     MOVE SPACES           TO WS-DETAIL-LINE
005100     MOVE WS-APP-EMPID     TO WS-DT-EMP-ID
005110     MOVE LAST-NAME        TO WS-DT-LAST-NAME
005120     MOVE FIRST-NAME       TO WS-DT-FIRST-NAME
005130     MOVE 'APP3 ONLY'      TO WS-DT-DISCREPANCY
005140     MOVE 'ON EMPLOYEE'    TO WS-DT-APP3-VALUE
005150     MOVE 'NOT ON THE PAYROLL MASTER' TO WS-DT-PAYROLL-VALUE
005160     MOVE WS-RESEND-ACTION TO WS-DT-RESEND
005170     PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
005180 2400-EXIT.
005190     EXIT.
005200
005210****************************************************************
005220*    2500-COMPARE - ON BOTH SIDES.  EVERY FIELD THAT DIFFERS    *
005230*    PRINTS ON ITS OWN LINE; THE EMPLOYEE IS QUEUED ONCE.       *
005240****************************************************************
005250 2500-COMPARE.
005260     MOVE 'N' TO WS-SW-SAL-DIFF
005270     MOVE 'N' TO WS-SW-DEPT-DIFF
005280     MOVE 'N' TO WS-SW-STAT-DIFF
005290     MOVE 'N' TO WS-SW-STREET-DIFF
005300     MOVE 'N' TO WS-SW-CITY-DIFF
005310     MOVE 'N' TO WS-SW-POSTAL-DIFF
005320
005330     IF MST-SALARY IS NUMERIC
005340        MOVE MST-SALARY TO WS-MST-SALARY
005350        IF WS-MST-SALARY NOT = SALARY
005360           MOVE 'Y' TO WS-SW-SAL-DIFF
005370        END-IF
005380     ELSE
005390        MOVE 'Y' TO WS-SW-SAL-DIFF
005400     END-IF
005410     IF MST-DEPT-CODE NOT = DEPT-CODE
005420        MOVE 'Y' TO WS-SW-DEPT-DIFF
005430     END-IF
005440     IF MST-STATUS NOT = EMP-STATUS
005450        MOVE 'Y' TO WS-SW-STAT-DIFF
005460     END-IF
005470     IF MST-STREET NOT = ADDR-STREET
005480        MOVE 'Y' TO WS-SW-STREET-DIFF
005490     END-IF
005500     IF MST-CITY NOT = ADDR-CITY
005510        MOVE 'Y' TO WS-SW-CITY-DIFF
005520     END-IF
005530     IF MST-POSTAL NOT = ADDR-POSTAL
005540        MOVE 'Y' TO WS-SW-POSTAL-DIFF
005550     END-IF
005560
005570     IF NOT WS-SALARY-DIFFERS AND NOT WS-DEPT-DIFFERS
005580        AND NOT WS-STATUS-DIFFERS AND NOT WS-STREET-DIFFERS
005590        AND NOT WS-CITY-DIFFERS AND NOT WS-POSTAL-DIFFERS
005600        ADD 1 TO WS-AGREE-COUNT
005610        GO TO 2500-EXIT
005620     END-IF
005630
005640     ADD 1 TO WS-MISMATCH-COUNT
005650     PERFORM 2600-QUEUE-RESEND THRU 2600-EXIT
005660
005670     MOVE SPACES           TO WS-DETAIL-LINE
005680     MOVE WS-APP-EMPID     TO WS-DT-EMP-ID
005690     MOVE LAST-NAME        TO WS-DT-LAST-NAME
005700     MOVE FIRST-NAME       TO WS-DT-FIRST-NAME
005710     MOVE WS-RESEND-ACTION TO WS-DT-RESEND
005720
005730     IF WS-SALARY-DIFFERS
005740        ADD 1 TO WS-SAL-DIFF-COUNT
005750        MOVE 'SALARY'      TO WS-DT-DISCREPANCY
005760        MOVE SALARY        TO WS-SALARY-EDIT
005770        MOVE WS-SALARY-EDIT TO WS-DT-APP3-VALUE
005780        IF MST-SALARY IS NUMERIC
005790           MOVE WS-MST-SALARY  TO WS-SALARY-EDIT
005800           MOVE WS-SALARY-EDIT TO WS-DT-PAYROLL-VALUE
005810        ELSE
005820           MOVE MST-SALARY     TO WS-DT-PAYROLL-VALUE
005830        END-IF
005840        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
005850     END-IF
005860
005870     IF WS-DEPT-DIFFERS
005880        ADD 1 TO WS-DEPT-DIFF-COUNT
005890        MOVE 'DEPARTMENT'  TO WS-DT-DISCREPANCY
005900        MOVE DEPT-CODE     TO WS-DT-APP3-VALUE
005910        MOVE MST-DEPT-CODE TO WS-DT-PAYROLL-VALUE
005920        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
005930     END-IF
005940
005950     IF WS-STATUS-DIFFERS
005960        ADD 1 TO WS-STAT-DIFF-COUNT
005970        MOVE 'STATUS'      TO WS-DT-DISCREPANCY
005980        MOVE EMP-STATUS    TO WS-DT-APP3-VALUE
005990        MOVE MST-STATUS    TO WS-DT-PAYROLL-VALUE
006000        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
006010     END-IF
006020
006030     IF WS-STREET-DIFFERS OR WS-CITY-DIFFERS
006040        OR WS-POSTAL-DIFFERS
006050        ADD 1 TO WS-ADDR-DIFF-COUNT
006060     END-IF
006070
006080     IF WS-STREET-DIFFERS
006090        MOVE 'STREET'      TO WS-DT-DISCREPANCY
006100        MOVE ADDR-STREET   TO WS-DT-APP3-VALUE
006110        MOVE MST-STREET    TO WS-DT-PAYROLL-VALUE
006120        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
006130     END-IF
006140
006150     IF WS-CITY-DIFFERS
006160        MOVE 'CITY'        TO WS-DT-DISCREPANCY
006170        MOVE ADDR-CITY     TO WS-DT-APP3-VALUE
006180        MOVE MST-CITY      TO WS-DT-PAYROLL-VALUE
006190        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
006200     END-IF
006210
006220     IF WS-POSTAL-DIFFERS
006230        MOVE 'POSTAL CODE' TO WS-DT-DISCREPANCY
006240        MOVE ADDR-POSTAL   TO WS-DT-APP3-VALUE
006250        MOVE MST-POSTAL    TO WS-DT-PAYROLL-VALUE
006260        PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT
006270     END-IF.
006280 2500-EXIT.
006290     EXIT.
006300
006310****************************************************************
006320*    2600-QUEUE-RESEND - IN QUEUE MODE PUT THE EMPLOYEE ON      *
006330*    RESENDQ FOR THE NEXT DELTA RUN UNLESS AN ENTRY IS ALREADY  *
006340*    WAITING.  ATTEMPTS 0 KEEPS THE ENTRY OUT OF EMPACK'S       *
006350*    REJECT RETRY COUNT.                                        *
006360****************************************************************
006370 2600-QUEUE-RESEND.
006380     MOVE SPACES TO WS-RESEND-ACTION
006390
006400     IF WS-REPORT-MODE
006410        GO TO 2600-EXIT
006420     END-IF
006430
006440     MOVE WS-APP-EMPID TO RES-EMPID
006450
006460     EXEC SQL
006470       SELECT COUNT(*)
006480         INTO :WS-OPEN-RESENDS
006490         FROM RESENDQ
006500        WHERE EMP_ID = :RES-EMPID
006510          AND RES_STATUS = 'P'
006520     END-EXEC
006530
006540     IF SQLCODE NOT = 0
006550        PERFORM 2900-DB-ERROR THRU 2900-EXIT
006560        GO TO 2600-EXIT
006570     END-IF
006580
006590     IF WS-OPEN-RESENDS > ZERO
006600        ADD 1 TO WS-ON-QUEUE-COUNT
006610        MOVE 'ON QUEUE'   TO WS-RESEND-ACTION
006620        GO TO 2600-EXIT
006630     END-IF
006640
006650     EXEC SQL
006660       INSERT INTO RESENDQ
006670         (EMP_ID, QUEUED_TS, ATTEMPTS, RES_STATUS)
006680       VALUES
006690         (:RES-EMPID, CURRENT TIMESTAMP, 0, 'P')
006700     END-EXEC
006710
006720     IF SQLCODE NOT = 0
006730        PERFORM 2900-DB-ERROR THRU 2900-EXIT
006740        GO TO 2600-EXIT
006750     END-IF
006760
006770     ADD 1 TO WS-QUEUED-COUNT
006780     MOVE 'QUEUED'        TO WS-RESEND-ACTION.
006790 2600-EXIT.
006800     EXIT.
006810
006820****************************************************************
006830*    2700-WRITE-DETAIL - ONE EXCEPTION LINE WITH PAGE CONTROL   *
006840****************************************************************
006850 2700-WRITE-DETAIL.
006860     IF WS-PAGE-NUMBER = ZERO
006870        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
006880     END-IF
006890
006900     ADD 1 TO WS-LINE-COUNT
006910     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
006920        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
006930        ADD 1 TO WS-LINE-COUNT
006940     END-IF
006950
006960     WRITE RCP-RECORD FROM WS-DETAIL-LINE.
006970 2700-EXIT.
006980     EXIT.
006990
007000****************************************************************
007010*    2800-PAGE-BREAK - START A NEW PAGE                        *
007020****************************************************************
007030 2800-PAGE-BREAK.
007040     ADD 1 TO WS-PAGE-NUMBER
007050     MOVE ZERO TO WS-LINE-COUNT
007060
007070     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
007080     WRITE RCP-RECORD FROM WS-HEADING-LINE-1
007090         AFTER ADVANCING PAGE
007100     WRITE RCP-RECORD FROM WS-HEADING-LINE-2
007110     WRITE RCP-RECORD FROM WS-BLANK-LINE.
007120 2800-EXIT.
007130     EXIT.
007140
007150****************************************************************
007160*    2900-DB-ERROR - UNEXPECTED SQLCODE; THE MATCH STOPS, THE   *
007170*    QUEUE IS BACKED OUT AND THE RUN ENDS RC=8                  *
007180****************************************************************
007190 2900-DB-ERROR.
007200     ADD 1 TO WS-DB-ERROR-COUNT
007210     MOVE SQLCODE TO WS-SQLCODE-DISP
007220     DISPLAY 'EMPRECP - SQLCODE ' WS-SQLCODE-DISP
007230             ' AT EMP_ID ' WS-APP-EMPID.
007240 2900-EXIT.
007250     EXIT.
007260
007270****************************************************************
007280*    8000-TERMINATE - COUNTS, COMMIT OR BACK OUT THE QUEUE,     *
007290*    RETURN CODE, CLOSE UP                                      *
007300****************************************************************
007310 8000-TERMINATE.
007320     IF NOT WS-PARM-OK
007330        MOVE 8 TO WS-RETURN-CODE
007340        GO TO 8000-CLOSE
007350     END-IF
007360
007370     IF WS-PAGE-NUMBER = ZERO
007380        PERFORM 2800-PAGE-BREAK THRU 2800-EXIT
007390        WRITE RCP-RECORD FROM WS-NONE-LINE
007400     END-IF
007410
007420     WRITE RCP-RECORD FROM WS-BLANK-LINE
007430     MOVE 'PAYROLL MASTER RECORDS READ            :'
007440       TO WS-CL-LABEL
007450     MOVE WS-MST-READ-COUNT TO WS-CL-COUNT
007460     WRITE RCP-RECORD FROM WS-COUNT-LINE
007470     MOVE '  HEADER/TRAILER RECORDS SKIPPED       :'
007480       TO WS-CL-LABEL
007490     MOVE WS-CONTROL-COUNT TO WS-CL-COUNT
007500     WRITE RCP-RECORD FROM WS-COUNT-LINE
007510     MOVE '  BAD OR DUPLICATE RECORDS             :'
007520       TO WS-CL-LABEL
007530     MOVE WS-BAD-COUNT TO WS-CL-COUNT
007540     WRITE RCP-RECORD FROM WS-COUNT-LINE
007550     MOVE 'APP3 EMPLOYEES READ                    :'
007560       TO WS-CL-LABEL
007570     MOVE WS-APP3-READ-COUNT TO WS-CL-COUNT
007580     WRITE RCP-RECORD FROM WS-COUNT-LINE
007590     MOVE 'ON BOTH SIDES AND AGREEING             :'
007600       TO WS-CL-LABEL
007610     MOVE WS-AGREE-COUNT TO WS-CL-COUNT
007620     WRITE RCP-RECORD FROM WS-COUNT-LINE
007630     MOVE 'DROPPED LEAVERS TERMINATED ON MASTER   :'
007640       TO WS-CL-LABEL
007650     MOVE WS-DROPPED-COUNT TO WS-CL-COUNT
007660     WRITE RCP-RECORD FROM WS-COUNT-LINE
007662     MOVE 'CONTRACTORS TERMINATED ON MASTER       :'
007665       TO WS-CL-LABEL
007666     MOVE WS-CONTR-TERM-COUNT TO WS-CL-COUNT
007668     WRITE RCP-RECORD FROM WS-COUNT-LINE
007670     MOVE 'EMPLOYEES WITH DIFFERENCES             :'
007680       TO WS-CL-LABEL
007690     MOVE WS-MISMATCH-COUNT TO WS-CL-COUNT
007700     WRITE RCP-RECORD FROM WS-COUNT-LINE
007710     MOVE '  SALARY                               :'
007720       TO WS-CL-LABEL
007730     MOVE WS-SAL-DIFF-COUNT TO WS-CL-COUNT
007740     WRITE RCP-RECORD FROM WS-COUNT-LINE
007750     MOVE '  DEPARTMENT                           :'
007760       TO WS-CL-LABEL
007770     MOVE WS-DEPT-DIFF-COUNT TO WS-CL-COUNT
007780     WRITE RCP-RECORD FROM WS-COUNT-LINE
007790     MOVE '  STATUS                               :'
007800       TO WS-CL-LABEL
007810     MOVE WS-STAT-DIFF-COUNT TO WS-CL-COUNT
007820     WRITE RCP-RECORD FROM WS-COUNT-LINE
007830     MOVE '  ADDRESS                              :'
007840       TO WS-CL-LABEL
007850     MOVE WS-ADDR-DIFF-COUNT TO WS-CL-COUNT
007860     WRITE RCP-RECORD FROM WS-COUNT-LINE
007870     MOVE 'ON APP3 ONLY                           :'
007880       TO WS-CL-LABEL
007890     MOVE WS-APP3-ONLY-COUNT TO WS-CL-COUNT
007900     WRITE RCP-RECORD FROM WS-COUNT-LINE
007910     MOVE 'ON THE PAYROLL MASTER ONLY             :'
007920       TO WS-CL-LABEL
007930     MOVE WS-PAYROLL-ONLY-COUNT TO WS-CL-COUNT
007932     WRITE RCP-RECORD FROM WS-COUNT-LINE
007935     MOVE 'CONTRACTORS STILL ON THE PAYROLL MASTER:'
007936       TO WS-CL-LABEL
007938     MOVE WS-CONTRACTOR-COUNT TO WS-CL-COUNT
007940     WRITE RCP-RECORD FROM WS-COUNT-LINE
007950
007960     IF WS-DB-ERROR-COUNT > ZERO
007970        EXEC SQL ROLLBACK END-EXEC
007980        MOVE 8 TO WS-RETURN-CODE
007990        WRITE RCP-RECORD FROM WS-BLANK-LINE
008000        MOVE ' DATABASE ERROR - RUN STOPPED, NOTHING QUEUED.'
008010          TO RCP-RECORD
008020        WRITE RCP-RECORD
008030        GO TO 8000-CLOSE
008040     END-IF
008050
008060     IF WS-QUEUE-MODE
008070        EXEC SQL COMMIT END-EXEC
008080        MOVE 'QUEUED IN RESENDQ                      :'
008090          TO WS-CL-LABEL
008100        MOVE WS-QUEUED-COUNT TO WS-CL-COUNT
008110        WRITE RCP-RECORD FROM WS-COUNT-LINE
008120        MOVE 'ALREADY WAITING ON RESENDQ             :'
008130          TO WS-CL-LABEL
008140        MOVE WS-ON-QUEUE-COUNT TO WS-CL-COUNT
008150        WRITE RCP-RECORD FROM WS-COUNT-LINE
008160     ELSE
008170        WRITE RCP-RECORD FROM WS-BLANK-LINE
008180        WRITE RCP-RECORD FROM WS-REPORT-ONLY-LINE
008190     END-IF
008200
008210     IF WS-MISMATCH-COUNT > ZERO OR WS-APP3-ONLY-COUNT > ZERO
008220        OR WS-PAYROLL-ONLY-COUNT > ZERO OR WS-BAD-COUNT > ZERO
008225        OR WS-CONTRACTOR-COUNT > ZERO
008230        MOVE 4 TO WS-RETURN-CODE
008240     END-IF.
008250
008260 8000-CLOSE.
008270     IF WS-PARM-OK
008280        CLOSE MSTFILE
008290     END-IF
008300     CLOSE RCPFILE
008310
008320     MOVE WS-RETURN-CODE TO RETURN-CODE.
008330 8000-EXIT.
008340     EXIT.
008350
008360****************************************************************
008370*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
008380*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
008390****************************************************************
008400 0100-LOG-RUN-START.
008410     MOVE 'EMPRECP' TO RLOG-PGM-NAME
008420     EXEC SQL
008430       INSERT INTO RUNLOG
008440         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
008450          RUN_STATUS)
008460       VALUES
008470         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
008480     END-EXEC
008490
008500     EXEC SQL
008510       SELECT INT(IDENTITY_VAL_LOCAL())
008520         INTO :RLOG-SEQ
008530         FROM SYSIBM.SYSDUMMY1
008540     END-EXEC
008550
008560     EXEC SQL COMMIT END-EXEC.
008570 0100-EXIT.
008580     EXIT.
008590
008600****************************************************************
008610*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
008620*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
008630****************************************************************
008640 8900-LOG-RUN-END.
008650     MOVE WS-MST-READ-COUNT TO RLOG-REC-COUNT
008660     MOVE RETURN-CODE TO RLOG-RETURN-CD
008670
008680     EXEC SQL
008690       UPDATE RUNLOG
008700          SET END_TS     = CURRENT TIMESTAMP,
008710              REC_COUNT  = :RLOG-REC-COUNT,
008720              RETURN_CD  = :RLOG-RETURN-CD,
008730              RUN_STATUS = 'C'
008740        WHERE RUN_SEQ = :RLOG-SEQ
008750     END-EXEC
008760
008770     EXEC SQL COMMIT END-EXEC.
008780 8900-EXIT.
008790     EXIT.
008800
008810 9999-EXIT.
008820     GOBACK.
