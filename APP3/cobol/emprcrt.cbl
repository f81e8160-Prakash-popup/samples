000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPRCRT.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPRCRT                                       *
000100*    FUNCTION : QUARTERLY ACCESS RECERTIFICATION AND           *
000110*               SEGREGATION-OF-DUTIES REPORT.  LISTS EVERY     *
000120*               AUTH ROW WITH ITS DELETE, ADMIN, APPROVE AND   *
000130*               CONTACT PRIVILEGES AND THE LAST DAY THE        *
000140*               OPERATOR USED THE APPLICATION - THE LATEST OF  *
000150*               ITS ONLINE EMPAUDIT ROWS, ITS REFAUDIT ROWS    *
000160*               AND THE PENDING_SALARY CHANGES IT ENTERED OR   *
000170*               APPROVED.  EMPAUDIT ROWS FROM TERMINAL 'BTCH'  *
000180*               ARE LEFT OUT - EMPPEND STAMPS THE ENTERING     *
000190*               OPERATOR ON THE NIGHT IT APPLIES A CHANGE, AND *
000200*               THE KEYING IS ALREADY COUNTED BY ENTERED_TS.   *
000210*               FLAGS AN OPERATOR IDLE LONGER THAN THE DORMANT *
000220*               LIMIT (EXEC PARM, DAYS, DEFAULT 90) OR NEVER   *
000230*               SEEN, ONE HOLDING BOTH ADMIN AND APPROVE (IT   *
000240*               CAN SET THE APPRCTL THRESHOLDS AND APPROVE THE *
000250*               CHANGES THEY HOLD) AND ONE THAT HAS CHANGED    *
000260*               ITS OWN AUTH ROW.  A SECOND SECTION LISTS THE  *
000270*               AUTH CHANGES RECORDED IN REFAUDIT OVER THE     *
000280*               PAST THREE MONTHS WITH THE PRIVILEGES EACH     *
000290*               GRANTED OR REMOVED.  READ ONLY.  ENDS RC=4     *
000300*               WHEN ANY OPERATOR IS FLAGGED, RC=8 ON A        *
000310*               DATABASE ERROR.                                *
000320*    CALLED BY: JOB EMPRCRTJ, STEP STEP010.                    *
000330*                                                              *
000340****************************************************************
000350*    MODIFICATION HISTORY
000360*    --------------------
000370*    10/15/2026  DLR  INITIAL VERSION.
000380****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RCTFILE  ASSIGN TO RCTOUT
000430            ORGANIZATION IS SEQUENTIAL.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RCTFILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 01  RCT-RECORD                     PIC X(133).
000510
000520 WORKING-STORAGE SECTION.
000530****************************************************************
000540*    SWITCHES AND COUNTERS                                     *
000550****************************************************************
000560 01  WS-SWITCHES.
000570     05  WS-SW-AUTH-EOF             PIC X(01) VALUE 'N'.
000580         88  WS-EOF-AUTH                VALUE 'Y'.
000590     05  WS-SW-HIST-EOF             PIC X(01) VALUE 'N'.
000600         88  WS-EOF-HISTORY             VALUE 'Y'.
000610     05  WS-SW-FLAGGED              PIC X(01) VALUE 'N'.
000620         88  WS-OPERATOR-FLAGGED        VALUE 'Y'.
000630
000640 01  WS-COUNTERS.
000650     05  WS-OPERATOR-COUNT          PIC 9(05) USAGE COMP
000660                                         VALUE ZERO.
000670     05  WS-FLAGGED-COUNT           PIC 9(05) USAGE COMP
000680                                         VALUE ZERO.
000690     05  WS-DORMANT-COUNT           PIC 9(05) USAGE COMP
000700                                         VALUE ZERO.
000710     05  WS-ADMIN-APPROVE-COUNT     PIC 9(05) USAGE COMP
000720                                         VALUE ZERO.
000730     05  WS-SELF-CHANGE-COUNT       PIC 9(05) USAGE COMP
000740                                         VALUE ZERO.
000750     05  WS-HISTORY-COUNT           PIC 9(05) USAGE COMP
000760                                         VALUE ZERO.
000770     05  WS-DB-ERROR-COUNT          PIC 9(05) USAGE COMP
000780                                         VALUE ZERO.
000790
000800 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
000810                                         VALUE ZERO.
000820 77  WS-DORMANT-DAYS                PIC S9(04) USAGE COMP
000830                                         VALUE 90.
000840 01  WS-PARM-NUM                    PIC 9(03) VALUE ZERO.
000850 77  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
000860 77  WS-FLAG-PTR                    PIC S9(04) USAGE COMP
000870                                         VALUE ZERO.
000880 77  WS-PRIV-IDX                    PIC S9(04) USAGE COMP
000890                                         VALUE ZERO.
000900 01  WS-RUN-DATE                    PIC X(10) VALUE SPACES.
000910 01  WS-FROM-DATE                   PIC X(10) VALUE SPACES.
000920
000930****************************************************************
000940*    PRIVILEGE NAMES IN AUTH COLUMN ORDER - THE ORDER OF THE   *
000950*    REFAUDIT OLD_/NEW_ FLAG COLUMNS AND OF WS-HS-AFTER/BEFORE *
000960****************************************************************
000970 01  WS-PRIV-NAME-LIST.
000980     05  FILLER                     PIC X(07) VALUE 'DELETE '.
000990     05  FILLER                     PIC X(07) VALUE 'ADMIN  '.
001000     05  FILLER                     PIC X(07) VALUE 'APPROVE'.
001010     05  FILLER                     PIC X(07) VALUE 'CONTACT'.
001020 01  WS-PRIV-NAME-TABLE REDEFINES WS-PRIV-NAME-LIST.
001030     05  WS-PRIV-NAME               PIC X(07) OCCURS 4 TIMES.
001040
001050****************************************************************
001060*    AUTH CURSOR HOST FIELDS                                   *
001070****************************************************************
001080 01  WS-AUTH-FIELDS.
001090     05  WS-AU-LAST-USED            PIC X(10) VALUE SPACES.
001100     05  WS-AU-IDLE-DAYS            PIC S9(09) USAGE COMP
001110                                         VALUE ZERO.
001120     05  WS-AU-SELF-COUNT           PIC S9(09) USAGE COMP
001130                                         VALUE ZERO.
001140
001150****************************************************************
001160*    HISTORY CURSOR HOST FIELDS - THE OPERATOR WHOSE ROW WAS   *
001170*    CHANGED AND ITS FLAGS BEFORE AND AFTER THE CHANGE         *
001180****************************************************************
001190 01  WS-HIST-FIELDS.
001200     05  WS-HS-OPER-ID              PIC X(03) VALUE SPACES.
001210     05  WS-HS-AFTER.
001220         10  WS-HS-AFT-DELETE       PIC X(01) VALUE SPACE.
001230         10  WS-HS-AFT-ADMIN        PIC X(01) VALUE SPACE.
001240         10  WS-HS-AFT-APPROVE      PIC X(01) VALUE SPACE.
001250         10  WS-HS-AFT-CONTACT      PIC X(01) VALUE SPACE.
001260     05  WS-HS-BEFORE.
001270         10  WS-HS-BEF-DELETE       PIC X(01) VALUE SPACE.
001280         10  WS-HS-BEF-ADMIN        PIC X(01) VALUE SPACE.
001290         10  WS-HS-BEF-APPROVE      PIC X(01) VALUE SPACE.
001300         10  WS-HS-BEF-CONTACT      PIC X(01) VALUE SPACE.
001310
001320****************************************************************
001330*    PRINT LINE LAYOUTS                                        *
001340****************************************************************
001350 01  WS-HEADING-LINE-1.
001360     05  FILLER                     PIC X(45) VALUE
001370         'EMP1 PAYROLL - ACCESS RECERTIFICATION        '.
001380     05  FILLER                     PIC X(10) VALUE
001390         'RUN DATE: '.
001400     05  WS-H1-RUN-DATE             PIC X(10).
001410     05  FILLER                     PIC X(17) VALUE
001420         '   DORMANT AFTER '.
001430     05  WS-H1-DORMANT-DAYS         PIC ZZ9.
001440     05  FILLER                     PIC X(05) VALUE
001450         ' DAYS'.
001460     05  FILLER                     PIC X(43) VALUE SPACES.
001470
001480 01  WS-AUTH-HEADING.
001490     05  FILLER                     PIC X(01) VALUE SPACE.
001500     05  FILLER                     PIC X(35) VALUE
001510         'OPER  DELETE ADMIN  APPROVE CONTACT'.
001520     05  FILLER                     PIC X(29) VALUE
001530         '  LAST USED DAYS IDLE   FLAGS'.
001540     05  FILLER                     PIC X(68) VALUE SPACES.
001550
001560 01  WS-AUTH-LINE.
001570     05  FILLER                     PIC X(01) VALUE SPACE.
001580     05  WS-AL-OPER-ID              PIC X(03).
001590     05  FILLER                     PIC X(05) VALUE SPACES.
001600     05  WS-AL-DELETE               PIC X(01).
001610     05  FILLER                     PIC X(06) VALUE SPACES.
001620     05  WS-AL-ADMIN                PIC X(01).
001630     05  FILLER                     PIC X(07) VALUE SPACES.
001640     05  WS-AL-APPROVE              PIC X(01).
001650     05  FILLER                     PIC X(07) VALUE SPACES.
001660     05  WS-AL-CONTACT              PIC X(01).
001670     05  FILLER                     PIC X(05) VALUE SPACES.
001680     05  WS-AL-LAST-USED            PIC X(10).
001690     05  FILLER                     PIC X(03) VALUE SPACES.
001700     05  WS-AL-IDLE-DAYS            PIC ZZ,ZZ9.
001710     05  FILLER                     PIC X(03) VALUE SPACES.
001720     05  WS-AL-FLAGS                PIC X(45).
001730     05  FILLER                     PIC X(28) VALUE SPACES.
001740
001750 01  WS-HIST-TITLE.
001760     05  FILLER                     PIC X(01) VALUE SPACE.
001770     05  FILLER                     PIC X(45) VALUE
001780         'AUTH PRIVILEGE CHANGES RECORDED IN REFAUDIT S'.
001790     05  FILLER                     PIC X(05) VALUE
001800         'INCE '.
001810     05  WS-HT-FROM-DATE            PIC X(10).
001820     05  FILLER                     PIC X(40) VALUE
001830         ' - FLAGS IN ORDER DELETE/ADMIN/APPROVE/C'.
001840     05  FILLER                     PIC X(06) VALUE
001850         'ONTACT'.
001860     05  FILLER                     PIC X(26) VALUE SPACES.
001870
001880 01  WS-HIST-HEADING.
001890     05  FILLER                     PIC X(01) VALUE SPACE.
001900     05  FILLER                     PIC X(36) VALUE
001910         'CHANGED AT           OPER   ACTION  '.
001920     05  FILLER                     PIC X(27) VALUE
001930         'BEFORE AFTER  BY    TERM   '.
001940     05  FILLER                     PIC X(30) VALUE
001950         'CHANGES (+ GRANTED, - REMOVED)'.
001960     05  FILLER                     PIC X(39) VALUE SPACES.
001970
001980 01  WS-HIST-LINE.
001990     05  FILLER                     PIC X(01) VALUE SPACE.
002000     05  WS-HL-CHANGED-AT           PIC X(19).
002010     05  FILLER                     PIC X(02) VALUE SPACES.
002020     05  WS-HL-OPER-ID              PIC X(03).
002030     05  FILLER                     PIC X(04) VALUE SPACES.
002040     05  WS-HL-ACTION               PIC X(06).
002050     05  FILLER                     PIC X(02) VALUE SPACES.
002060     05  WS-HL-BEFORE               PIC X(04).
002070     05  FILLER                     PIC X(03) VALUE SPACES.
002080     05  WS-HL-AFTER                PIC X(04).
002090     05  FILLER                     PIC X(03) VALUE SPACES.
002100     05  WS-HL-BY                   PIC X(03).
002110     05  FILLER                     PIC X(03) VALUE SPACES.
002120     05  WS-HL-TERM-ID              PIC X(04).
002130     05  FILLER                     PIC X(03) VALUE SPACES.
002140     05  WS-HL-CHANGES              PIC X(36).
002150     05  FILLER                     PIC X(02) VALUE SPACES.
002160     05  WS-HL-SELF                 PIC X(06).
002170     05  FILLER                     PIC X(25) VALUE SPACES.
002180
002190 01  WS-NONE-LINE.
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002210     05  FILLER                     PIC X(40) VALUE
002220         'NO AUTH CHANGES RECORDED IN THE PERIOD. '.
002230     05  FILLER                     PIC X(92) VALUE SPACES.
002240
002250 01  WS-COUNT-LINE.
002260     05  FILLER                     PIC X(01) VALUE SPACE.
002270     05  WS-CL-LABEL                PIC X(40).
002280     05  FILLER                     PIC X(01) VALUE SPACE.
002290     05  WS-CL-COUNT                PIC ZZZ,ZZ9.
002300     05  FILLER                     PIC X(84) VALUE SPACES.
002310
002320 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
002330
002340     EXEC SQL
002350       INCLUDE SQLCA
002360     END-EXEC.
002370
002380     EXEC SQL
002390       INCLUDE AUTHTAB
002400     END-EXEC.
002410
002420     EXEC SQL
002430       INCLUDE REFAUDIT
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
002590     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
002600     PERFORM 2000-PRINT-OPERATOR   THRU 2000-EXIT
002610         UNTIL WS-EOF-AUTH
002620     PERFORM 3000-PRINT-HISTORY    THRU 3000-EXIT
002630     PERFORM 8000-TERMINATE        THRU 8000-EXIT
002640     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002650     GO TO 9999-EXIT.
002660
002670****************************************************************
002680*    1000-INITIALIZE - PARM, RUN DATE AND PERIOD START, FILE,   *
002690*    CURSORS, FIRST OPERATOR.  LAST USE IS THE LATEST           *
002700*    TIMESTAMP THE OPERATOR LEFT ON EMPAUDIT (ONLINE ROWS ONLY  *
002710*    - A 'BTCH' ROW IS TIMED BY THE BATCH RUN, NOT THE          *
002720*    OPERATOR), REFAUDIT OR PENDING_SALARY (ENTERED OR          *
002730*    APPROVED); NULL WHEN IT HAS LEFT NONE, SHOWN AS NEVER.     *
002740****************************************************************
002750 1000-INITIALIZE.
002760     IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 3
002770        MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-PARM-NUM (4 -
002780            PARM-LENGTH:PARM-LENGTH)
002790        IF WS-PARM-NUM IS NUMERIC AND WS-PARM-NUM > ZERO
002800           MOVE WS-PARM-NUM TO WS-DORMANT-DAYS
002810        END-IF
002820     END-IF
002830
002840     EXEC SQL
002850       SELECT CHAR(CURRENT DATE, ISO),
002860              CHAR(CURRENT DATE - 3 MONTHS, ISO)
002870         INTO :WS-RUN-DATE, :WS-FROM-DATE
002880         FROM SYSIBM.SYSDUMMY1
002890     END-EXEC
002900
002910     OPEN OUTPUT RCTFILE
002920
002930     MOVE WS-RUN-DATE     TO WS-H1-RUN-DATE
002940     MOVE WS-DORMANT-DAYS TO WS-H1-DORMANT-DAYS
002950     WRITE RCT-RECORD FROM WS-HEADING-LINE-1
002960     WRITE RCT-RECORD FROM WS-BLANK-LINE
002970     WRITE RCT-RECORD FROM WS-AUTH-HEADING
002980
002990     EXEC SQL
003000       DECLARE RCTAUCSR CURSOR FOR
003010       SELECT A.OPER_ID, A.DELETE_AUTH, A.ADMIN_AUTH,
003020              A.APPROVE_AUTH, A.CONTACT_AUTH,
003030              COALESCE(CHAR(DATE(U.LAST_TS), ISO), 'NEVER'),
003040              COALESCE(DAYS(CURRENT DATE) - DAYS(U.LAST_TS), -1),
003050              (SELECT COUNT(*)
003060                 FROM REFAUDIT R
003070                WHERE R.TABLE_ID = 'A'
003080                  AND R.OPER_ID  = A.OPER_ID
003090                  AND SUBSTR(R.KEY_VALUE, 1, 3) = A.OPER_ID)
003100         FROM AUTH A
003110              LEFT OUTER JOIN
003120              (SELECT T.OPER_ID, MAX(T.USE_TS)
003130                 FROM (SELECT OPER_ID, AUDIT_TS
003140                         FROM EMPAUDIT
003150                        WHERE TERM_ID NOT = 'BTCH'
003160                       UNION ALL
003170                       SELECT OPER_ID, AUDIT_TS
003180                         FROM REFAUDIT
003190                       UNION ALL
003200                       SELECT ENTERED_BY, ENTERED_TS
003210                         FROM PENDING_SALARY
003220                       UNION ALL
003230                       SELECT APPROVED_BY, APPROVED_TS
003240                         FROM PENDING_SALARY
003250                        WHERE APPROVED_BY NOT = ' ')
003260                      AS T (OPER_ID, USE_TS)
003270                GROUP BY T.OPER_ID)
003280              AS U (OPER_ID, LAST_TS)
003290                 ON U.OPER_ID = A.OPER_ID
003300        ORDER BY A.OPER_ID
003310     END-EXEC
003320
003330     EXEC SQL
003340       DECLARE RCTHSCSR CURSOR FOR
003350       SELECT CHAR(R.AUDIT_TS), R.OPER_ID, R.TERM_ID,
003360              R.ACTION_CODE, SUBSTR(R.KEY_VALUE, 1, 3),
003370              R.NEW_DELETE_AUTH, R.NEW_ADMIN_AUTH,
003380              R.NEW_APPROVE_AUTH, R.NEW_CONTACT_AUTH,
003390              R.OLD_DELETE_AUTH, R.OLD_ADMIN_AUTH,
003400              R.OLD_APPROVE_AUTH, R.OLD_CONTACT_AUTH
003410         FROM REFAUDIT R
003420        WHERE R.TABLE_ID = 'A'
003430          AND R.AUDIT_TS >= TIMESTAMP(:WS-FROM-DATE, '00.00.00')
003440        ORDER BY R.REF_SEQ
003450     END-EXEC
003460
003470     EXEC SQL OPEN RCTAUCSR END-EXEC
003480
003490     IF SQLCODE NOT = 0
003500        PERFORM 2900-DB-ERROR THRU 2900-EXIT
003510        MOVE 'Y' TO WS-SW-AUTH-EOF
003520        GO TO 1000-EXIT
003530     END-IF
003540
003550     PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT.
003560 1000-EXIT.
003570     EXIT.
003580
003590****************************************************************
003600*    2000-PRINT-OPERATOR - ONE LINE PER AUTH ROW WITH ITS       *
003610*    PRIVILEGES, LAST USE AND ANY FLAGS                         *
003620****************************************************************
003630 2000-PRINT-OPERATOR.
003640     MOVE OPER-ID         TO WS-AL-OPER-ID
003650     MOVE DELETE-AUTH     TO WS-AL-DELETE
003660     MOVE ADMIN-AUTH      TO WS-AL-ADMIN
003670     MOVE APPROVE-AUTH    TO WS-AL-APPROVE
003680     MOVE CONTACT-AUTH    TO WS-AL-CONTACT
003690     MOVE WS-AU-LAST-USED TO WS-AL-LAST-USED
003700
003710     IF WS-AU-IDLE-DAYS < ZERO
003720        MOVE ZERO TO WS-AL-IDLE-DAYS
003730     ELSE
003740        MOVE WS-AU-IDLE-DAYS TO WS-AL-IDLE-DAYS
003750     END-IF
003760
003770     PERFORM 2200-SET-FLAGS THRU 2200-EXIT
003780
003790     WRITE RCT-RECORD FROM WS-AUTH-LINE
003800
003810     ADD 1 TO WS-OPERATOR-COUNT
003820
003830     PERFORM 2100-FETCH-OPERATOR THRU 2100-EXIT.
003840 2000-EXIT.
003850     EXIT.
003860
003870****************************************************************
003880*    2100-FETCH-OPERATOR - NEXT AUTH ROW, EOF ON END            *
003890****************************************************************
003900 2100-FETCH-OPERATOR.
003910     EXEC SQL
003920       FETCH RCTAUCSR
003930        INTO :OPER-ID, :DELETE-AUTH, :ADMIN-AUTH,
003940             :APPROVE-AUTH, :CONTACT-AUTH,
003950             :WS-AU-LAST-USED, :WS-AU-IDLE-DAYS,
003960             :WS-AU-SELF-COUNT
003970     END-EXEC
003980
003990     EVALUATE SQLCODE
004000       WHEN 0
004010         CONTINUE
004020       WHEN 100
004030         MOVE 'Y' TO WS-SW-AUTH-EOF
004040       WHEN OTHER
004050         PERFORM 2900-DB-ERROR THRU 2900-EXIT
004060         MOVE 'Y' TO WS-SW-AUTH-EOF
004070     END-EVALUATE.
004080 2100-EXIT.
004090     EXIT.
004100
004110****************************************************************
004120*    2200-SET-FLAGS - DORMANT (IDLE PAST THE LIMIT, OR NEVER    *
004130*    SEEN), ADMIN+APPROVE HELD TOGETHER, AND ANY CHANGE THE     *
004140*    OPERATOR MADE TO ITS OWN AUTH ROW                          *
004150****************************************************************
004160 2200-SET-FLAGS.
004170     MOVE SPACES TO WS-AL-FLAGS
004180     MOVE 1      TO WS-FLAG-PTR
004190     MOVE 'N'    TO WS-SW-FLAGGED
004200
004210     IF WS-AU-IDLE-DAYS < ZERO
004220     OR WS-AU-IDLE-DAYS > WS-DORMANT-DAYS
004230        STRING '*DORMANT* ' DELIMITED BY SIZE
004240               INTO WS-AL-FLAGS WITH POINTER WS-FLAG-PTR
004250        END-STRING
004260        ADD 1 TO WS-DORMANT-COUNT
004270        MOVE 'Y' TO WS-SW-FLAGGED
004280     END-IF
004290
004300     IF ADMIN-AUTH = 'Y' AND APPROVE-AUTH = 'Y'
004310        STRING '*ADMIN+APPROVE* ' DELIMITED BY SIZE
004320               INTO WS-AL-FLAGS WITH POINTER WS-FLAG-PTR
004330        END-STRING
004340        ADD 1 TO WS-ADMIN-APPROVE-COUNT
004350        MOVE 'Y' TO WS-SW-FLAGGED
004360     END-IF
004370
004380     IF WS-AU-SELF-COUNT > ZERO
004390        STRING '*SELF-CHANGE* ' DELIMITED BY SIZE
004400               INTO WS-AL-FLAGS WITH POINTER WS-FLAG-PTR
004410        END-STRING
004420        ADD 1 TO WS-SELF-CHANGE-COUNT
004430        MOVE 'Y' TO WS-SW-FLAGGED
004440     END-IF
004450
004460     IF WS-OPERATOR-FLAGGED
004470        ADD 1 TO WS-FLAGGED-COUNT
004480     END-IF.
004490 2200-EXIT.
004500     EXIT.
004510
004520****************************************************************
004530*    2900-DB-ERROR - UNEXPECTED SQLCODE; THE SECTION STOPS AND  *
004540*    THE RUN ENDS RC=8                                          *
004550****************************************************************
004560 2900-DB-ERROR.
004570     ADD 1 TO WS-DB-ERROR-COUNT
004580     MOVE SQLCODE TO WS-SQLCODE-DISP
004590     DISPLAY 'EMPRCRT - SQLCODE ' WS-SQLCODE-DISP.
004600 2900-EXIT.
004610     EXIT.
004620
004630****************************************************************
004640*    3000-PRINT-HISTORY - EVERY AUTH ADD/CHANGE/DELETE OF THE   *
004650*    PAST THREE MONTHS, OLDEST FIRST                            *
004660****************************************************************
004670 3000-PRINT-HISTORY.
004680     EXEC SQL CLOSE RCTAUCSR END-EXEC
004690
004700     MOVE WS-FROM-DATE TO WS-HT-FROM-DATE
004710     WRITE RCT-RECORD FROM WS-BLANK-LINE
004720     WRITE RCT-RECORD FROM WS-HIST-TITLE
004730     WRITE RCT-RECORD FROM WS-BLANK-LINE
004740     WRITE RCT-RECORD FROM WS-HIST-HEADING
004750
004760     EXEC SQL OPEN RCTHSCSR END-EXEC
004770
004780     IF SQLCODE NOT = 0
004790        PERFORM 2900-DB-ERROR THRU 2900-EXIT
004800        GO TO 3000-EXIT
004810     END-IF
004820
004830     PERFORM 3100-FETCH-HISTORY THRU 3100-EXIT
004840     PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
004850         UNTIL WS-EOF-HISTORY
004860
004870     IF WS-HISTORY-COUNT = ZERO
004880        WRITE RCT-RECORD FROM WS-NONE-LINE
004890     END-IF
004900
004910     EXEC SQL CLOSE RCTHSCSR END-EXEC.
004920 3000-EXIT.
004930     EXIT.
004940
004950****************************************************************
004960*    3100-FETCH-HISTORY - NEXT AUTH CHANGE, EOF ON END, WITH    *
004970*    THE FLAGS REFMNT RECORDED BEFORE AND AFTER IT.             *
004980****************************************************************
004990 3100-FETCH-HISTORY.
005000     EXEC SQL
005010       FETCH RCTHSCSR
005020        INTO :REF-AUDIT-TS, :REF-OPER-ID, :REF-TERM-ID,
005030             :REF-ACTION-CODE, :WS-HS-OPER-ID,
005040             :WS-HS-AFT-DELETE, :WS-HS-AFT-ADMIN,
005050             :WS-HS-AFT-APPROVE, :WS-HS-AFT-CONTACT,
005060             :WS-HS-BEF-DELETE, :WS-HS-BEF-ADMIN,
005070             :WS-HS-BEF-APPROVE, :WS-HS-BEF-CONTACT
005080     END-EXEC
005090
005100     EVALUATE SQLCODE
005110       WHEN 0
005120         CONTINUE
005130       WHEN 100
005140         MOVE 'Y' TO WS-SW-HIST-EOF
005150       WHEN OTHER
005160         PERFORM 2900-DB-ERROR THRU 2900-EXIT
005170         MOVE 'Y' TO WS-SW-HIST-EOF
005180     END-EVALUATE.
005190 3100-EXIT.
005200     EXIT.
005210
005220****************************************************************
005230*    3200-WRITE-HISTORY - ONE LINE PER CHANGE.  A ROW WRITTEN   *
005240*    BEFORE THE FLAGS WERE RECORDED HAS THEM BLANK AND CANNOT   *
005250*    BE COMPARED.  A CHANGE MADE BY THE OPERATOR TO ITS OWN     *
005260*    ROW IS MARKED *SELF*.                                      *
005270****************************************************************
005280 3200-WRITE-HISTORY.
005290     MOVE REF-AUDIT-TS (1:19) TO WS-HL-CHANGED-AT
005300     MOVE WS-HS-OPER-ID       TO WS-HL-OPER-ID
005310     MOVE WS-HS-BEFORE        TO WS-HL-BEFORE
005320     MOVE WS-HS-AFTER         TO WS-HL-AFTER
005330     MOVE REF-OPER-ID         TO WS-HL-BY
005340     MOVE REF-TERM-ID         TO WS-HL-TERM-ID
005350
005360     EVALUATE REF-ACTION-CODE
005370       WHEN 'A'
005380         MOVE 'ADD'    TO WS-HL-ACTION
005390       WHEN 'C'
005400         MOVE 'CHANGE' TO WS-HL-ACTION
005410       WHEN 'D'
005420         MOVE 'DELETE' TO WS-HL-ACTION
005430       WHEN OTHER
005440         MOVE REF-ACTION-CODE TO WS-HL-ACTION
005450     END-EVALUATE
005460
005470     MOVE SPACES TO WS-HL-CHANGES
005480     EVALUATE TRUE
005490       WHEN WS-HS-AFTER = SPACES
005500         MOVE 'FLAGS NOT RECORDED' TO WS-HL-CHANGES
005510       WHEN WS-HS-BEFORE = SPACES
005520         MOVE 'EARLIER FLAGS NOT RECORDED' TO WS-HL-CHANGES
005530       WHEN OTHER
005540         MOVE 1 TO WS-FLAG-PTR
005550         PERFORM 3300-COMPARE-PRIVILEGE THRU 3300-EXIT
005560             VARYING WS-PRIV-IDX FROM 1 BY 1
005570             UNTIL WS-PRIV-IDX > 4
005580         IF WS-HL-CHANGES = SPACES
005590            MOVE 'NO PRIVILEGE CHANGE' TO WS-HL-CHANGES
005600         END-IF
005610     END-EVALUATE
005620
005630     IF REF-OPER-ID = WS-HS-OPER-ID
005640        MOVE '*SELF*' TO WS-HL-SELF
005650     ELSE
005660        MOVE SPACES   TO WS-HL-SELF
005670     END-IF
005680
005690     WRITE RCT-RECORD FROM WS-HIST-LINE
005700
005710     ADD 1 TO WS-HISTORY-COUNT
005720
005730     PERFORM 3100-FETCH-HISTORY THRU 3100-EXIT.
005740 3200-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780*    3300-COMPARE-PRIVILEGE - ONE FLAG POSITION; '+NAME' WHEN   *
005790*    IT WENT TO Y, '-NAME' WHEN IT LEFT Y                       *
005800****************************************************************
005810 3300-COMPARE-PRIVILEGE.
005820     IF WS-HS-AFTER (WS-PRIV-IDX:1) = 'Y'
005830     AND WS-HS-BEFORE (WS-PRIV-IDX:1) NOT = 'Y'
005840        STRING '+' WS-PRIV-NAME (WS-PRIV-IDX) DELIMITED BY SPACE
005850               ' ' DELIMITED BY SIZE
005860               INTO WS-HL-CHANGES WITH POINTER WS-FLAG-PTR
005870        END-STRING
005880     END-IF
005890
005900     IF WS-HS-AFTER (WS-PRIV-IDX:1) NOT = 'Y'
005910     AND WS-HS-BEFORE (WS-PRIV-IDX:1) = 'Y'
005920        STRING '-' WS-PRIV-NAME (WS-PRIV-IDX) DELIMITED BY SPACE
005930               ' ' DELIMITED BY SIZE
005940               INTO WS-HL-CHANGES WITH POINTER WS-FLAG-PTR
005950        END-STRING
005960     END-IF.
005970 3300-EXIT.
005980     EXIT.
005990
006000****************************************************************
006010*    8000-TERMINATE - COUNTS, RETURN CODE, CLOSE UP             *
006020****************************************************************
006030 8000-TERMINATE.
006040     WRITE RCT-RECORD FROM WS-BLANK-LINE
006050     MOVE 'AUTH ROWS LISTED                       :'
006060       TO WS-CL-LABEL
006070     MOVE WS-OPERATOR-COUNT TO WS-CL-COUNT
006080     WRITE RCT-RECORD FROM WS-COUNT-LINE
006090     MOVE 'OPERATORS FLAGGED                      :'
006100       TO WS-CL-LABEL
006110     MOVE WS-FLAGGED-COUNT TO WS-CL-COUNT
006120     WRITE RCT-RECORD FROM WS-COUNT-LINE
006130     MOVE '  DORMANT                              :'
006140       TO WS-CL-LABEL
006150     MOVE WS-DORMANT-COUNT TO WS-CL-COUNT
006160     WRITE RCT-RECORD FROM WS-COUNT-LINE
006170     MOVE '  ADMIN AND APPROVE HELD TOGETHER      :'
006180       TO WS-CL-LABEL
006190     MOVE WS-ADMIN-APPROVE-COUNT TO WS-CL-COUNT
006200     WRITE RCT-RECORD FROM WS-COUNT-LINE
006210     MOVE '  CHANGED OWN AUTH ROW                 :'
006220       TO WS-CL-LABEL
006230     MOVE WS-SELF-CHANGE-COUNT TO WS-CL-COUNT
006240     WRITE RCT-RECORD FROM WS-COUNT-LINE
006250     MOVE 'AUTH CHANGES IN THE PERIOD             :'
006260       TO WS-CL-LABEL
006270     MOVE WS-HISTORY-COUNT TO WS-CL-COUNT
006280     WRITE RCT-RECORD FROM WS-COUNT-LINE
006290
006300     IF WS-DB-ERROR-COUNT > ZERO
006310        MOVE 8 TO WS-RETURN-CODE
006320        WRITE RCT-RECORD FROM WS-BLANK-LINE
006330        MOVE ' DATABASE ERROR - REPORT IS INCOMPLETE.'
006340          TO RCT-RECORD
006350        WRITE RCT-RECORD
006360     ELSE
006370        IF WS-FLAGGED-COUNT > ZERO
006380           MOVE 4 TO WS-RETURN-CODE
006390        END-IF
006400     END-IF
006410
006420     CLOSE RCTFILE
006430
006440     MOVE WS-RETURN-CODE TO RETURN-CODE.
006450 8000-EXIT.
006460     EXIT.
006470
006480****************************************************************
006490*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
006500*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
006510****************************************************************
006520 0100-LOG-RUN-START.
006530     MOVE 'EMPRCRT' TO RLOG-PGM-NAME
006540     EXEC SQL
006550       INSERT INTO RUNLOG
006560         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
006570          RUN_STATUS)
006580       VALUES
006590         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
006600     END-EXEC
006610
006620     EXEC SQL
006630       SELECT INT(IDENTITY_VAL_LOCAL())
006640         INTO :RLOG-SEQ
006650         FROM SYSIBM.SYSDUMMY1
006660     END-EXEC
006670
006680     EXEC SQL COMMIT END-EXEC.
006690 0100-EXIT.
006700     EXIT.
006710
006720****************************************************************
006730*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
006740*    TIMESTAMP, RECORDS PROCESSED AND RETURN CODE               *
006750****************************************************************
006760 8900-LOG-RUN-END.
006770     MOVE WS-OPERATOR-COUNT TO RLOG-REC-COUNT
006780     MOVE RETURN-CODE TO RLOG-RETURN-CD
006790
006800     EXEC SQL
006810       UPDATE RUNLOG
006820          SET END_TS     = CURRENT TIMESTAMP,
006830              REC_COUNT  = :RLOG-REC-COUNT,
006840              RETURN_CD  = :RLOG-RETURN-CD,
006850              RUN_STATUS = 'C'
006860        WHERE RUN_SEQ = :RLOG-SEQ
006870     END-EXEC
006880
006890     EXEC SQL COMMIT END-EXEC.
006900 8900-EXIT.
006910     EXIT.
006920
006930 9999-EXIT.
006940     GOBACK.
