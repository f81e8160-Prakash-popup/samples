000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPTCLR.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPTCLR                                       *
000100*    FUNCTION : NIGHTLY TERMINATION CLEARANCE.  FOR EVERY      *
000110*               EMPLOYEE TERMINATED IN THE ROLLING WINDOW      *
000120*               (EXEC PARM, DAYS, DEFAULT 30) - AND ANY OLDER  *
000130*               LEAVER STILL CARRYING AN OPEN ITEM - CANCELS   *
000140*               THE LEAVER'S OPEN PENDING_SALARY ROWS ('N' OR  *
000150*               'H' TO 'C', STAMPED 'BCH' AND THE TIME IN      *
000160*               APPROVED_BY/APPROVED_TS, EACH ONE LISTED) AND  *
000170*               PRINTS A CHECKLIST LINE: HAS PAYROLL ACKED THE *
000180*               TERMINATION (LATEST PAYSENT ROW SINCE THE      *
000190*               STATUS DATE - N/A WHEN THE EMPLOYEE WAS NEVER  *
000200*               SENT TO PAYROLL, AS A CONTRACTOR IS NOT), HAS  *
000210*               FINAL_PAY_DT PASSED, ARE DIRECT REPORTS STILL  *
000220*               ASSIGNED THROUGH MGR_ID, ARE RESENDQ ITEMS     *
000230*               STILL QUEUED.  A LEAVER WITH ANY OPEN ITEM IS  *
000240*               FLAGGED EVERY NIGHT UNTIL IT CLEARS.  ENDS     *
000250*               RC=4 WHEN ANY LEAVER IS FLAGGED, RC=8 ON A     *
000260*               DATABASE ERROR.                                *
000270*    CALLED BY: JOB EMPTCLRJ, STEP STEP010.                    *
000280*                                                              *
000290****************************************************************
000300*    MODIFICATION HISTORY
000310*    --------------------
000320*    10/15/2026  DLR  INITIAL VERSION.
000330****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CLRFILE  ASSIGN TO CLROUT
000380            ORGANIZATION IS SEQUENTIAL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CLRFILE
000430     RECORDING MODE IS F
000440     LABEL RECORDS ARE STANDARD.
000450 01  CLR-RECORD                     PIC X(133).
000460
000470 WORKING-STORAGE SECTION.
000480****************************************************************
000490*    SWITCHES AND COUNTERS                                     *
000500****************************************************************
000510 01  WS-SWITCHES.
000520     05  WS-SW-EOF                  PIC X(01) VALUE 'N'.
000530         88  WS-EOF-LEAVERS             VALUE 'Y'.
000540     05  WS-SW-PND-EOF              PIC X(01) VALUE 'N'.
000550         88  WS-EOF-PENDING             VALUE 'Y'.
000560     05  WS-SW-OPEN                 PIC X(01) VALUE 'N'.
000570         88  WS-HAS-OPEN-ITEMS          VALUE 'Y'.
000580
000590 01  WS-COUNTERS.
000600     05  WS-LINE-COUNT              PIC 9(02) USAGE COMP
000610                                         VALUE ZERO.
000620     05  WS-PAGE-NUMBER             PIC 9(04) USAGE COMP
000630                                         VALUE ZERO.
000640     05  WS-MAX-LINES-PER-PAGE      PIC 9(02) VALUE 15.
000650     05  WS-LEAVER-COUNT            PIC 9(07) USAGE COMP
000660                                         VALUE ZERO.
000670     05  WS-FLAGGED-COUNT           PIC 9(07) USAGE COMP
000680                                         VALUE ZERO.
000690     05  WS-CLEARED-COUNT           PIC 9(07) USAGE COMP
000700                                         VALUE ZERO.
000710     05  WS-CANCEL-TOTAL            PIC 9(07) USAGE COMP
000720                                         VALUE ZERO.
000730     05  WS-DB-ERROR-COUNT          PIC 9(07) USAGE COMP
000740                                         VALUE ZERO.
000750
000760 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
000770                                         VALUE ZERO.
000780 77  WS-WINDOW-DAYS                 PIC S9(04) USAGE COMP
000790                                         VALUE 30.
000800 01  WS-PARM-NUM                    PIC 9(03) VALUE ZERO.
000810 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
000820
000830****************************************************************
000840*    ONE LEAVER AND ITS CHECKLIST                              *
000850****************************************************************
000860 01  WS-LEAVER-FIELDS.
000870     05  WS-LV-STATUS-DATE          PIC X(10).
000880     05  WS-LV-FINAL-PAY-DT         PIC X(10).
000890     05  WS-LV-FINAL-PASSED         PIC X(01).
000900         88  WS-FINAL-PAY-PASSED        VALUE 'Y'.
000910     05  WS-LV-ACK-STATUS           PIC X(01).
000920         88  WS-NEVER-SENT              VALUE 'X'.
000930     05  WS-LV-SENT-ROWS            PIC S9(09) USAGE COMP.
000940     05  WS-LV-REPORTS              PIC S9(09) USAGE COMP.
000950     05  WS-LV-RESENDS              PIC S9(09) USAGE COMP.
000960     05  WS-LV-CANCELLED            PIC S9(09) USAGE COMP.
000970 01  WS-EMP-NAME                    PIC X(25) VALUE SPACES.
000980
000990****************************************************************
001000*    PRINT LINE LAYOUTS                                        *
001010****************************************************************
001020 01  WS-HEADING-LINE-1.
001030     05  FILLER                     PIC X(01) VALUE '1'.
001040     05  FILLER                     PIC X(40) VALUE
001050         'EMP1 PAYROLL - TERMINATION CLEARANCE    '.
001060     05  FILLER                     PIC X(15) VALUE
001070         'WINDOW (DAYS): '.
001080     05  WS-H1-WINDOW-DAYS          PIC ZZ9.
001090     05  FILLER                     PIC X(03) VALUE SPACES.
001100     05  FILLER                     PIC X(05) VALUE 'PAGE '.
001110     05  WS-H1-PAGE-NUMBER          PIC ZZZ9.
001120     05  FILLER                     PIC X(62) VALUE SPACES.
001130
001140 01  WS-HEADING-LINE-2.
001150     05  FILLER                     PIC X(01) VALUE SPACE.
001160     05  FILLER                     PIC X(11) VALUE 'EMP ID     '.
001170     05  FILLER                     PIC X(26) VALUE
001180         'NAME                      '.
001190     05  FILLER                     PIC X(05) VALUE 'DEPT '.
001200     05  FILLER                     PIC X(12) VALUE
001210         'TERMINATED  '.
001220     05  FILLER                     PIC X(16) VALUE
001230         'FINAL PAY   PAST'.
001240     05  FILLER                     PIC X(13) VALUE
001250         '  PAYROLL ACK'.
001260     05  FILLER                     PIC X(24) VALUE
001270         ' REPORTS RESENDQ CANCEL '.
001280     05  FILLER                     PIC X(25) VALUE
001290         ' CLEARANCE               '.
001300
001310 01  WS-DETAIL-LINE.
001320     05  FILLER                     PIC X(01) VALUE SPACE.
001330     05  WS-DT-EMP-ID               PIC 9(09).
001340     05  FILLER                     PIC X(02) VALUE SPACES.
001350     05  WS-DT-NAME                 PIC X(25).
001360     05  FILLER                     PIC X(01) VALUE SPACE.
001370     05  WS-DT-DEPT-CODE            PIC X(03).
001380     05  FILLER                     PIC X(02) VALUE SPACES.
001390     05  WS-DT-STATUS-DATE          PIC X(10).
001400     05  FILLER                     PIC X(02) VALUE SPACES.
001410     05  WS-DT-FINAL-PAY-DT         PIC X(10).
001420     05  FILLER                     PIC X(02) VALUE SPACES.
001430     05  WS-DT-FINAL-PASSED         PIC X(03).
001440     05  FILLER                     PIC X(02) VALUE SPACES.
001450     05  WS-DT-ACK                  PIC X(11).
001460     05  FILLER                     PIC X(01) VALUE SPACE.
001470     05  WS-DT-REPORTS              PIC Z,ZZ9.
001480     05  FILLER                     PIC X(03) VALUE SPACES.
001490     05  WS-DT-RESENDS              PIC ZZ,ZZ9.
001500     05  FILLER                     PIC X(01) VALUE SPACE.
001510     05  WS-DT-CANCELLED            PIC ZZ,ZZ9.
001520     05  FILLER                     PIC X(02) VALUE SPACES.
001530     05  WS-DT-FLAG                 PIC X(15).
001540     05  FILLER                     PIC X(11) VALUE SPACES.
001550
001560 01  WS-CANCEL-LINE.
001570     05  FILLER                     PIC X(13) VALUE SPACES.
001580     05  FILLER                     PIC X(31) VALUE
001590         'CANCELLED PENDING_SALARY SEQ  '.
001600     05  WS-CN-PEND-SEQ             PIC Z(08)9.
001610     05  FILLER                     PIC X(14) VALUE
001620         '  NEW SALARY  '.
001630     05  WS-CN-NEW-SALARY           PIC ZZZ,ZZZ,ZZ9.
001640     05  FILLER                     PIC X(12) VALUE
001650         '  EFFECTIVE '.
001660     05  WS-CN-EFF-DATE             PIC X(10).
001670     05  FILLER                     PIC X(08) VALUE
001680         '  WAS   '.
001690     05  WS-CN-WAS                  PIC X(07).
001700     05  FILLER                     PIC X(18) VALUE SPACES.
001710
001720 01  WS-COUNT-LINE.
001730     05  FILLER                     PIC X(01) VALUE SPACE.
001740     05  WS-CL-LABEL                PIC X(40).
001750     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
001760     05  FILLER                     PIC X(85) VALUE SPACES.
001770
001780 01  WS-NONE-LINE.
001790     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  FILLER                     PIC X(44) VALUE
001810         'NO LEAVERS IN THE WINDOW OR WITH OPEN ITEMS.'.
001820     05  FILLER                     PIC X(88) VALUE SPACES.
001830
001840 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
001850
001860     EXEC SQL
001870       INCLUDE SQLCA
001880     END-EXEC.
001890
001900     EXEC SQL
001910       INCLUDE EMPLOYEE
001920     END-EXEC.
001930
001940     EXEC SQL
001950       INCLUDE PENDSAL
001960     END-EXEC.
001970
001980     EXEC SQL
001990       INCLUDE RUNLOG
002000     END-EXEC.
002010
002020 LINKAGE SECTION.
002030 01  PARM-DATA.
002040     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
002050     05  PARM-TEXT                  PIC X(03).
002060
002070 PROCEDURE DIVISION USING PARM-DATA.
002080
002090 0000-MAINLINE.
002100     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002110     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002120     PERFORM 2000-PROCESS-LEAVER  THRU 2000-EXIT
002130         UNTIL WS-EOF-LEAVERS
002140     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002150     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002160     GO TO 9999-EXIT.
002170
002180****************************************************************
002190*    1000-INITIALIZE - PARM, FILE, LEAVER AND OPEN-PENDING      *
002200*    CURSORS, FIRST LEAVER                                     *
002210****************************************************************
002220 1000-INITIALIZE.
002230     IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 3
002240        MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-PARM-NUM (4 -
002250            PARM-LENGTH:PARM-LENGTH)
002260        IF WS-PARM-NUM IS NUMERIC AND WS-PARM-NUM > ZERO
002270           MOVE WS-PARM-NUM TO WS-WINDOW-DAYS
002280        END-IF
002290     END-IF
002300
002310     OPEN OUTPUT CLRFILE
002320
002330     EXEC SQL
002340       DECLARE LVRCSR CURSOR WITH HOLD FOR
002350       SELECT E.EMP_ID, E.FIRST_NAME, E.LAST_NAME, E.DEPT_CODE,
002360              CHAR(E.STATUS_DATE, ISO), CHAR(E.FINAL_PAY_DT, ISO),
002370              CASE WHEN E.FINAL_PAY_DT < CURRENT DATE
002380                   THEN 'Y' ELSE 'N' END
002390         FROM EMPLOYEE E
002400        WHERE E.EMP_STATUS = 'T'
002410          AND (E.STATUS_DATE >= CURRENT DATE
002420                              - :WS-WINDOW-DAYS DAYS
002430               OR E.FINAL_PAY_DT >= CURRENT DATE
002440               OR EXISTS (SELECT 1 FROM EMPLOYEE R
002450                           WHERE R.MGR_ID = E.EMP_ID
002460                             AND R.EMP_STATUS NOT = 'T')
002470               OR EXISTS (SELECT 1 FROM RESENDQ Q
002480                           WHERE Q.EMP_ID = E.EMP_ID
002490                             AND Q.RES_STATUS = 'P')
002500               OR EXISTS (SELECT 1 FROM PENDING_SALARY P
002510                           WHERE P.EMP_ID = E.EMP_ID
002520                             AND P.APPLIED IN ('N', 'H'))
002530               OR (EXISTS (SELECT 1 FROM PAYSENT X
002540                            WHERE X.EMP_ID = E.EMP_ID)
002550                   AND NOT EXISTS (SELECT 1 FROM PAYSENT S
002560                           WHERE S.EMP_ID = E.EMP_ID
002570                             AND S.ACTION_FLAG = 'D'
002580                             AND S.ACK_STATUS = 'A'
002590                             AND S.SENT_TS >=
002600                                 TIMESTAMP(E.STATUS_DATE,
002610                                           '00.00.00'))))
002620        ORDER BY E.STATUS_DATE, E.EMP_ID
002630     END-EXEC
002640
002650     EXEC SQL
002660       DECLARE OPNCSR CURSOR FOR
002670       SELECT PEND_SEQ, NEW_SALARY, CHAR(EFF_DATE, ISO), APPLIED
002680         FROM PENDING_SALARY
002690        WHERE EMP_ID = :PEND-EMPID
002700          AND APPLIED IN ('N', 'H')
002710        ORDER BY PEND_SEQ
002720     END-EXEC
002730
002740     EXEC SQL OPEN LVRCSR END-EXEC
002750
002760     IF SQLCODE NOT = 0
002770        PERFORM 2900-DB-ERROR THRU 2900-EXIT
002780        MOVE 'Y' TO WS-SW-EOF
002790        GO TO 1000-EXIT
002800     END-IF
002810
002820     PERFORM 2100-FETCH-LEAVER THRU 2100-EXIT.
002830 1000-EXIT.
002840     EXIT.
002850
002860****************************************************************
002870*    2000-PROCESS-LEAVER - CANCEL THE OPEN PENDING ROWS, WORK   *
002880*    THE CHECKLIST, PRINT, COMMIT                              *
002890****************************************************************
002900 2000-PROCESS-LEAVER.
002910     ADD 1 TO WS-LEAVER-COUNT
002920
002930     MOVE SPACES TO WS-EMP-NAME
002940     STRING LAST-NAME  DELIMITED BY '  '
002950            ', '       DELIMITED BY SIZE
002960            FIRST-NAME DELIMITED BY '  '
002970         INTO WS-EMP-NAME
002980     END-STRING
002990
003000     PERFORM 2200-CHECKLIST THRU 2200-EXIT
003010     PERFORM 2400-PRINT-LEAVER THRU 2400-EXIT
003020     PERFORM 2300-CANCEL-PENDING THRU 2300-EXIT
003030
003040     IF WS-DB-ERROR-COUNT = ZERO
003050        EXEC SQL COMMIT END-EXEC
003060     ELSE
003070        EXEC SQL ROLLBACK END-EXEC
003080        MOVE 'Y' TO WS-SW-EOF
003090        GO TO 2000-EXIT
003100     END-IF
003110
003120     PERFORM 2100-FETCH-LEAVER THRU 2100-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150
003160****************************************************************
003170*    2100-FETCH-LEAVER - NEXT LEAVER, EOF ON END                *
003180****************************************************************
003190 2100-FETCH-LEAVER.
003200     EXEC SQL
003210       FETCH LVRCSR
003220        INTO :EMP-ID, :FIRST-NAME, :LAST-NAME, :DEPT-CODE,
003230             :WS-LV-STATUS-DATE, :WS-LV-FINAL-PAY-DT,
003240             :WS-LV-FINAL-PASSED
003250     END-EXEC
003260
003270     EVALUATE SQLCODE
003280       WHEN 0
003290         CONTINUE
003300       WHEN 100
003310         MOVE 'Y' TO WS-SW-EOF
003320         EXEC SQL CLOSE LVRCSR END-EXEC
003330       WHEN OTHER
003340         PERFORM 2900-DB-ERROR THRU 2900-EXIT
003350         MOVE 'Y' TO WS-SW-EOF
003360     END-EVALUATE.
003370 2100-EXIT.
003380     EXIT.
003390
003400****************************************************************
003410*    2200-CHECKLIST - THE FOUR CLEARANCE ITEMS.  THE ACK IS THE *
003420*    LATEST PAYSENT ROW SENT ON OR AFTER THE STATUS DATE;       *
003430*    SPACE MEANS NOTHING HAS BEEN SENT SINCE.  AN EMPLOYEE WITH *
003440*    NO PAYSENT ROW AT ALL WAS NEVER ON PAYROLL (A CONTRACTOR,  *
003450*    SAY) - THERE IS NOTHING TO ACK AND THE ITEM IS NOT OPEN.   *
003460*    ANY ITEM STILL OPEN SETS WS-HAS-OPEN-ITEMS.  ALSO COUNTS    *
003470*    THE OPEN PENDING ROWS ABOUT TO BE CANCELLED FOR THE        *
003480*    CHECKLIST LINE.                                            *
003490****************************************************************
003500 2200-CHECKLIST.
003510     MOVE 'N'  TO WS-SW-OPEN
003520     MOVE ZERO TO WS-LV-CANCELLED
003530
003540     MOVE SPACE TO WS-LV-ACK-STATUS
003550     EXEC SQL
003560       SELECT COUNT(*)
003570         INTO :WS-LV-SENT-ROWS
003580         FROM PAYSENT
003590        WHERE EMP_ID = :EMP-ID
003600     END-EXEC
003610
003620     IF SQLCODE NOT = 0
003630        PERFORM 2900-DB-ERROR THRU 2900-EXIT
003640     END-IF
003650     IF WS-LV-SENT-ROWS = ZERO
003660        MOVE 'X' TO WS-LV-ACK-STATUS
003670        GO TO 2200-FINAL-PAY
003680     END-IF
003690
003700     EXEC SQL
003710       SELECT ACK_STATUS
003720         INTO :WS-LV-ACK-STATUS
003730         FROM PAYSENT
003740        WHERE EMP_ID = :EMP-ID
003750          AND SENT_TS >= TIMESTAMP(DATE(:WS-LV-STATUS-DATE),
003760                                   '00.00.00')
003770          AND SENT_SEQ = (SELECT MAX(S.SENT_SEQ)
003780                            FROM PAYSENT S
003790                           WHERE S.EMP_ID = :EMP-ID)
003800     END-EXEC
003810
003820     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
003830        PERFORM 2900-DB-ERROR THRU 2900-EXIT
003840     END-IF
003850     IF WS-LV-ACK-STATUS NOT = 'A'
003860        MOVE 'Y' TO WS-SW-OPEN
003870     END-IF.
003880
003890 2200-FINAL-PAY.
003900     IF NOT WS-FINAL-PAY-PASSED
003910        MOVE 'Y' TO WS-SW-OPEN
003920     END-IF
003930
003940     EXEC SQL
003950       SELECT COUNT(*)
003960         INTO :WS-LV-REPORTS
003970         FROM EMPLOYEE
003980        WHERE MGR_ID = :EMP-ID
003990          AND EMP_STATUS NOT = 'T'
004000     END-EXEC
004010
004020     IF SQLCODE NOT = 0
004030        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004040     END-IF
004050     IF WS-LV-REPORTS > ZERO
004060        MOVE 'Y' TO WS-SW-OPEN
004070     END-IF
004080
004090     EXEC SQL
004100       SELECT COUNT(*)
004110         INTO :WS-LV-RESENDS
004120         FROM RESENDQ
004130        WHERE EMP_ID = :EMP-ID
004140          AND RES_STATUS = 'P'
004150     END-EXEC
004160
004170     IF SQLCODE NOT = 0
004180        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004190     END-IF
004200     IF WS-LV-RESENDS > ZERO
004210        MOVE 'Y' TO WS-SW-OPEN
004220     END-IF
004230
004240     EXEC SQL
004250       SELECT COUNT(*)
004260         INTO :WS-LV-CANCELLED
004270         FROM PENDING_SALARY
004280        WHERE EMP_ID = :EMP-ID
004290          AND APPLIED IN ('N', 'H')
004300     END-EXEC
004310
004320     IF SQLCODE NOT = 0
004330        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004340     END-IF.
004350 2200-EXIT.
004360     EXIT.
004370
004380****************************************************************
004390*    2300-CANCEL-PENDING - EVERY OPEN PENDING_SALARY ROW FOR    *
004400*    THE LEAVER GOES TO 'C', STAMPED WITH THE BATCH OPERATOR    *
004410*    AND TIME, AND IS LISTED UNDER THE LEAVER'S LINE            *
004420****************************************************************
004430 2300-CANCEL-PENDING.
004440     MOVE EMP-ID TO PEND-EMPID
004450     MOVE 'N'    TO WS-SW-PND-EOF
004460
004470     EXEC SQL OPEN OPNCSR END-EXEC
004480
004490     PERFORM 2310-FETCH-PENDING THRU 2310-EXIT
004500     PERFORM 2320-CANCEL-ONE    THRU 2320-EXIT
004510         UNTIL WS-EOF-PENDING
004520
004530     EXEC SQL CLOSE OPNCSR END-EXEC.
004540 2300-EXIT.
004550     EXIT.
004560
004570****************************************************************
004580*    2310-FETCH-PENDING - NEXT OPEN ROW FOR THE LEAVER          *
004590****************************************************************
004600 2310-FETCH-PENDING.
004610     EXEC SQL
004620       FETCH OPNCSR
004630        INTO :PEND-SEQ, :NEW-SALARY, :EFF-DATE, :APPLIED
004640     END-EXEC
004650
004660     IF SQLCODE NOT = 0
004670        MOVE 'Y' TO WS-SW-PND-EOF
004680        IF SQLCODE NOT = 100
004690           PERFORM 2900-DB-ERROR THRU 2900-EXIT
004700        END-IF
004710     END-IF.
004720 2310-EXIT.
004730     EXIT.
004740
004750****************************************************************
004760*    2320-CANCEL-ONE - CANCEL AND LIST ONE PENDING ROW          *
004770****************************************************************
004780 2320-CANCEL-ONE.
004790     EXEC SQL
004800       UPDATE PENDING_SALARY
004810          SET APPLIED     = 'C',
004820              APPROVED_BY = 'BCH',
004830              APPROVED_TS = CURRENT TIMESTAMP
004840        WHERE PEND_SEQ = :PEND-SEQ
004850          AND APPLIED IN ('N', 'H')
004860     END-EXEC
004870
004880     IF SQLCODE NOT = 0
004890        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004900        MOVE 'Y' TO WS-SW-PND-EOF
004910        GO TO 2320-EXIT
004920     END-IF
004930
004940     ADD 1 TO WS-CANCEL-TOTAL
004950
004960     ADD 1 TO WS-LINE-COUNT
004970     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
004980        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
004990        ADD 1 TO WS-LINE-COUNT
005000     END-IF
005010
005020     MOVE PEND-SEQ   TO WS-CN-PEND-SEQ
005030     MOVE NEW-SALARY TO WS-CN-NEW-SALARY
005040     MOVE EFF-DATE   TO WS-CN-EFF-DATE
005050     IF APPLIED = 'H'
005060        MOVE 'HELD'    TO WS-CN-WAS
005070     ELSE
005080        MOVE 'PENDING' TO WS-CN-WAS
005090     END-IF
005100     WRITE CLR-RECORD FROM WS-CANCEL-LINE
005110
005120     PERFORM 2310-FETCH-PENDING THRU 2310-EXIT.
005130 2320-EXIT.
005140     EXIT.
005150
005160****************************************************************
005170*    2400-PRINT-LEAVER - THE LEAVER'S CHECKLIST LINE.  A ROW    *
005180*    STILL PENDING CANCELLATION IS NOT AN OPEN ITEM - IT IS     *
005190*    CANCELLED BELOW THE LINE IN THE SAME RUN.                  *
005200****************************************************************
005210 2400-PRINT-LEAVER.
005220     IF WS-PAGE-NUMBER = ZERO
005230        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
005240     END-IF
005250
005260     ADD 1 TO WS-LINE-COUNT
005270     IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
005280        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
005290        ADD 1 TO WS-LINE-COUNT
005300     END-IF
005310
005320     MOVE SPACES              TO WS-DETAIL-LINE
005330     MOVE EMP-ID              TO WS-DT-EMP-ID
005340     MOVE WS-EMP-NAME         TO WS-DT-NAME
005350     MOVE DEPT-CODE           TO WS-DT-DEPT-CODE
005360     MOVE WS-LV-STATUS-DATE   TO WS-DT-STATUS-DATE
005370     MOVE WS-LV-FINAL-PAY-DT  TO WS-DT-FINAL-PAY-DT
005380     MOVE WS-LV-REPORTS       TO WS-DT-REPORTS
005390     MOVE WS-LV-RESENDS       TO WS-DT-RESENDS
005400     MOVE WS-LV-CANCELLED     TO WS-DT-CANCELLED
005410
005420     IF WS-FINAL-PAY-PASSED
005430        MOVE 'YES' TO WS-DT-FINAL-PASSED
005440     ELSE
005450        MOVE 'NO'  TO WS-DT-FINAL-PASSED
005460     END-IF
005470
005480     EVALUATE WS-LV-ACK-STATUS
005490       WHEN 'A'
005500         MOVE 'ACKED'       TO WS-DT-ACK
005510       WHEN 'R'
005520         MOVE 'REJECTED'    TO WS-DT-ACK
005530       WHEN 'P'
005540         MOVE 'AWAITING'    TO WS-DT-ACK
005550       WHEN 'X'
005560         MOVE 'N/A'         TO WS-DT-ACK
005570       WHEN OTHER
005580         MOVE 'NOT SENT'    TO WS-DT-ACK
005590     END-EVALUATE
005600
005610     IF WS-HAS-OPEN-ITEMS
005620        ADD 1 TO WS-FLAGGED-COUNT
005630        MOVE '*OPEN ITEMS*'   TO WS-DT-FLAG
005640     ELSE
005650        ADD 1 TO WS-CLEARED-COUNT
005660        MOVE 'CLEARED'        TO WS-DT-FLAG
005670     END-IF
005680
005690     WRITE CLR-RECORD FROM WS-DETAIL-LINE.
005700 2400-EXIT.
005710     EXIT.
005720
005730****************************************************************
005740*    2700-PAGE-BREAK - START A NEW PAGE                        *
005750****************************************************************
005760 2700-PAGE-BREAK.
005770     ADD 1 TO WS-PAGE-NUMBER
005780     MOVE ZERO TO WS-LINE-COUNT
005790
005800     MOVE WS-PAGE-NUMBER TO WS-H1-PAGE-NUMBER
005810     MOVE WS-WINDOW-DAYS TO WS-H1-WINDOW-DAYS
005820     WRITE CLR-RECORD FROM WS-HEADING-LINE-1
005830         AFTER ADVANCING PAGE
005840     WRITE CLR-RECORD FROM WS-HEADING-LINE-2
005850     WRITE CLR-RECORD FROM WS-BLANK-LINE.
005860 2700-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900*    2900-DB-ERROR - UNEXPECTED SQLCODE; THE LEAVER'S WORK IS   *
005910*    BACKED OUT AND THE RUN ENDS RC=8                           *
005920****************************************************************
005930 2900-DB-ERROR.
005940     ADD 1 TO WS-DB-ERROR-COUNT
005950     MOVE SQLCODE TO WS-SQLCODE-DISP
005960     DISPLAY 'EMPTCLR - SQLCODE ' WS-SQLCODE-DISP
005970             ' FOR EMP_ID ' EMP-ID.
005980 2900-EXIT.
005990     EXIT.
006000
006010****************************************************************
006020*    8000-TERMINATE - COUNTS, RETURN CODE, CLOSE UP            *
006030****************************************************************
006040 8000-TERMINATE.
006050     IF WS-PAGE-NUMBER = ZERO
006060        PERFORM 2700-PAGE-BREAK THRU 2700-EXIT
006070        WRITE CLR-RECORD FROM WS-NONE-LINE
006080     END-IF
006090
006100     WRITE CLR-RECORD FROM WS-BLANK-LINE
006110     MOVE 'LEAVERS CHECKED                        :'
006120       TO WS-CL-LABEL
006130     MOVE WS-LEAVER-COUNT TO WS-CL-COUNT
006140     WRITE CLR-RECORD FROM WS-COUNT-LINE
006150     MOVE 'LEAVERS WITH OPEN ITEMS                :'
006160       TO WS-CL-LABEL
006170     MOVE WS-FLAGGED-COUNT TO WS-CL-COUNT
006180     WRITE CLR-RECORD FROM WS-COUNT-LINE
006190     MOVE 'LEAVERS CLEARED                        :'
006200       TO WS-CL-LABEL
006210     MOVE WS-CLEARED-COUNT TO WS-CL-COUNT
006220     WRITE CLR-RECORD FROM WS-COUNT-LINE
006230     MOVE 'PENDING SALARY CHANGES CANCELLED       :'
006240       TO WS-CL-LABEL
006250     MOVE WS-CANCEL-TOTAL TO WS-CL-COUNT
006260     WRITE CLR-RECORD FROM WS-COUNT-LINE
006270
006280     IF WS-FLAGGED-COUNT > ZERO
006290        MOVE 4 TO WS-RETURN-CODE
006300     END-IF
006310     IF WS-DB-ERROR-COUNT > ZERO
006320        MOVE 8 TO WS-RETURN-CODE
006330        MOVE ' DATABASE ERROR - RUN STOPPED, SEE THE JOB LOG.'
006340          TO CLR-RECORD
006350        WRITE CLR-RECORD
006360     END-IF
006370
006380     CLOSE CLRFILE
006390
006400     MOVE WS-RETURN-CODE TO RETURN-CODE.
006410 8000-EXIT.
006420     EXIT.
006430
006440****************************************************************
006450*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
006460*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
006470****************************************************************
006480 0100-LOG-RUN-START.
006490     MOVE 'EMPTCLR' TO RLOG-PGM-NAME
006500     EXEC SQL
006510       INSERT INTO RUNLOG
006520         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
006530          RUN_STATUS)
006540       VALUES
006550         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
006560     END-EXEC
006570
006580     EXEC SQL
006590       SELECT INT(IDENTITY_VAL_LOCAL())
006600         INTO :RLOG-SEQ
006610         FROM SYSIBM.SYSDUMMY1
006620     END-EXEC
006630
006640     EXEC SQL COMMIT END-EXEC.
006650 0100-EXIT.
006660     EXIT.
006670
006680****************************************************************
006690*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
006700*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
006710****************************************************************
006720 8900-LOG-RUN-END.
006730     MOVE WS-LEAVER-COUNT TO RLOG-REC-COUNT
006740     MOVE RETURN-CODE TO RLOG-RETURN-CD
006750
006760     EXEC SQL
006770       UPDATE RUNLOG
006780          SET END_TS     = CURRENT TIMESTAMP,
006790              REC_COUNT  = :RLOG-REC-COUNT,
006800              RETURN_CD  = :RLOG-RETURN-CD,
006810              RUN_STATUS = 'C'
006820        WHERE RUN_SEQ = :RLOG-SEQ
006830     END-EXEC
006840
006850     EXEC SQL COMMIT END-EXEC.
006860 8900-EXIT.
006870     EXIT.
006880
006890 9999-EXIT.
006900     GOBACK.
