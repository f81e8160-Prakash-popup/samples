000260*               CODED DISP=MOD SO THE FILE EXTENDS.  A         *
000270*               CHECKPOINT (BATCHRST ROW PLUS COMMIT) IS       *
000280*               TAKEN EVERY 100 RECORDS.                       *
000282*               EACH FILE OPENS WITH A HEADER RECORD (BATCH    *
000285*               SEQUENCE FROM PAYBATCH, RUN DATE, MODE) AND    *
000286*               CLOSES WITH A TRAILER RECORD (DETAIL COUNT,    *
000287*               A/C/D/R COUNTS, SALARY HASH TOTAL).  A         *
000288*               RESTART REUSES THE IN-FLIGHT BATCH SEQUENCE.   *
000289*               CONTRACTORS ARE NEVER EXTRACTED.               *
000290*    CALLED BY: JOB EMPEXTRJ, STEP STEP010.                    *
000300*                                                              *
000310****************************************************************
000610*    09/02/2026  DLR  EMPADDR ADDRESS/CONTACT DATA CARRIED ON
000620*                     THE INTERFACE RECORD (LRECL NOW 132) SO
000630*                     PAYROLL GETS THE MAILING DATA.
000632*    10/15/2026  DLR  HEADER AND TRAILER BATCH CONTROL RECORDS
000635*                     ON THE PAYOUT FILE.  THE RUN SEQUENCE
000636*                     NUMBER AND TRAILER TOTALS ARE KEPT IN
000637*                     PAYBATCH (RESTATED AT EACH CHECKPOINT) SO
000638*                     A RESTART OR RERUN REUSES THE NUMBER;
000639*                     PAYSENT ROWS CARRY THE BATCH FOR EMPACK.
000641*    10/15/2026  DLR  EVERY PAYOUT RECORD (AND THE HEADER)
000644*                     STAMPED WITH THE PAYCAL PAY PERIOD IT
000645*                     BELONGS TO - THE FIRST PERIOD WHOSE CUTOFF
000647*                     THE RUN START MEETS.  LRECL NOW 133.
000649*    10/15/2026  DLR  CONTRACTORS (EMP_CLASS 'C') ARE LEFT OFF
000652*                     THE PAYOUT FILE.  A CONTRACTOR PAYROLL
000653*                     STILL HOLDS FROM AN EARLIER SEND (A
000655*                     RECLASSIFICATION) GETS ONE 'D' RECORD;
000656*                     ONE PAYROLL HOLDS NOTHING FOR (E.G.
000657*                     RECLASSIFIED FROM CONTRACTOR) IS AN ADD.
000658****************************************************************
000659 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT PAYFILE   ASSIGN TO PAYOUT
000840     05  PAY-CITY                PIC X(20).
000850     05  PAY-POSTAL              PIC X(10).
000860     05  PAY-PHONE               PIC X(15).
000870     05  PAY-PERIOD-ID           PIC X(06).
000872*    FIRST RECORD OF EVERY FILE - IDENTIFIED BY 'HEADER' IN
000873*    THE EMP_ID POSITION, SO A DETAIL IS ANY RECORD WHOSE
000875*    FIRST NINE BYTES ARE NUMERIC
000876 01  PAY-HEADER-RECORD.
000880     05  PAY-HDR-REC-ID          PIC X(09).
000881     05  PAY-HDR-BATCH-SEQ       PIC 9(09).
000882     05  PAY-HDR-RUN-DATE        PIC X(10).
000883     05  PAY-HDR-MODE            PIC X(05).
000884     05  PAY-HDR-PERIOD-ID       PIC X(06).
000885     05  FILLER                  PIC X(94).
000886*    LAST RECORD OF EVERY FILE - COUNTS AND HASH COVER THE
000887*    DETAIL RECORDS ONLY
000888 01  PAY-TRAILER-RECORD.
000889     05  PAY-TRL-REC-ID          PIC X(09).
000890     05  PAY-TRL-BATCH-SEQ       PIC 9(09).
000891     05  PAY-TRL-REC-COUNT       PIC 9(09).
000892     05  PAY-TRL-ADD-COUNT       PIC 9(09).
000893     05  PAY-TRL-CHG-COUNT       PIC 9(09).
000894     05  PAY-TRL-DEL-COUNT       PIC 9(09).
000895     05  PAY-TRL-RSN-COUNT       PIC 9(09).
000896     05  PAY-TRL-HASH-TOTAL      PIC 9(15).
000897     05  FILLER                  PIC X(55).
000898
000899 WORKING-STORAGE SECTION.
000900****************************************************************
000910*    SWITCHES AND COUNTERS                                     *
000920****************************************************************
001240                                         VALUE ZERO.
001250     05  WS-RESEND-COUNT            PIC 9(07) USAGE COMP
001260                                         VALUE ZERO.
001265     05  WS-CONTRACTOR-SKIPS        PIC 9(07) USAGE COMP
001266                                         VALUE ZERO.
001270     05  WS-SINCE-CHECKPOINT        PIC 9(05) USAGE COMP
001280                                         VALUE ZERO.
001290
001300 77  WS-CHECKPOINT-INTERVAL         PIC 9(05) USAGE COMP
001310                                         VALUE 100.
001315 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
001316                                         VALUE ZERO.
001320
001330****************************************************************
001340*    RUN CONTROL FIELDS                                        *
001370 01  WS-DELTA-EMPID                 PIC S9(09) USAGE COMP
001380                                         VALUE ZERO.
001390 01  WS-CREATE-COUNT                PIC S9(09) USAGE COMP
001395                                         VALUE ZERO.
001396 01  WS-CONTRACTOR-COUNT            PIC S9(09) USAGE COMP
001400                                         VALUE ZERO.
001410 01  WS-RESTART-EMPID               PIC S9(09) USAGE COMP
001420                                         VALUE ZERO.
001510 01  WS-PARM-OPTION                 PIC X(08) VALUE SPACES.
001520 77  WS-PARM-LEN                    PIC S9(04) USAGE COMP
001530                                         VALUE ZERO.
001532*    SUM OF THE SALARY FIELD OVER THE DETAIL RECORDS WRITTEN
001535 01  WS-HASH-TOTAL                  PIC S9(15) USAGE COMP-3
001538                                         VALUE ZERO.
001540
001550     EXEC SQL
001560       INCLUDE SQLCA
001880       INCLUDE RUNLOG
001890     END-EXEC.
001900
001902     EXEC SQL
001905       INCLUDE PAYBATCH
001906     END-EXEC.
001908     EXEC SQL
001911       INCLUDE PAYCAL
001916     END-EXEC.
001917
001918 LINKAGE SECTION.
001920 01  PARM-DATA.
001930     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
001940     05  PARM-TEXT                  PIC X(16).
002130        PERFORM 2000-EXTRACT-ROW  THRU 2000-EXIT
002140            UNTIL WS-EOF-EMPLOYEES
002150     END-IF
002155     PERFORM 6800-WRITE-TRAILER   THRU 6800-EXIT
002160     PERFORM 7000-UPDATE-RUN-CONTROL THRU 7000-EXIT
002170     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002180     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002630     END-IF
002640
002650     PERFORM 1100-POSITION-RESTART THRU 1100-EXIT
002655     PERFORM 1200-ASSIGN-BATCH     THRU 1200-EXIT
002657     PERFORM 1250-GET-PAY-PERIOD   THRU 1250-EXIT
002660
002670     IF WS-RESTART-RUN
002680        OPEN EXTEND PAYFILE
002690     ELSE
002700        OPEN OUTPUT PAYFILE
002705        PERFORM 1300-WRITE-HEADER THRU 1300-EXIT
002710     END-IF
002720
002730     MOVE WS-CURRENT-PHASE TO RST-RUN-STATUS
002800        WHERE EMP_ID > :WS-RESTART-EMPID
002810          AND (EMP_STATUS NOT = 'T'
002820               OR FINAL_PAY_DT >= CURRENT DATE)
002825          AND EMP_CLASS NOT = 'C'
002830        ORDER BY EMP_ID
002840     END-EXEC
002850
003050        WHERE E.EMP_STATUS = 'T'
003060          AND E.FINAL_PAY_DT <  CURRENT DATE
003070          AND E.FINAL_PAY_DT >= DATE(:LAST-RUN-TS)
003075          AND E.EMP_CLASS NOT = 'C'
003080          AND E.EMP_ID > :WS-TERM-RESTART-EMPID
003090          AND NOT EXISTS
003100              (SELECT 1 FROM EMPAUDIT A
003910     EXIT.
003920
003930****************************************************************
003932*    1200-ASSIGN-BATCH - THE PAYBATCH ROW FOR THIS FILE.  A     *
003933*    BATCH STILL AT 'R' NEVER COMPLETED, SO ITS SEQUENCE IS     *
003935*    REUSED: A RESTART PICKS UP ITS CHECKPOINTED TOTALS, A      *
003936*    FRESH RERUN RESETS THEM.  OTHERWISE THE NEXT NUMBER IS     *
003940*    TAKEN.  THE ROW IS COMMITTED WITH THE FIRST CHECKPOINT.    *
003941****************************************************************
003942 1200-ASSIGN-BATCH.
003943     IF WS-DELTA-MODE
003944        MOVE 'DELTA' TO PBAT-RUN-MODE
003945     ELSE
003946        MOVE 'FULL ' TO PBAT-RUN-MODE
003947     END-IF
003948     MOVE WS-RUN-START-TS (1:10) TO PBAT-RUN-DATE
003950
003951     EXEC SQL
003952       SELECT BATCH_SEQ, ADD_COUNT, CHG_COUNT, DEL_COUNT,
003953              RSN_COUNT, HASH_TOTAL
003954         INTO :PBAT-BATCH-SEQ, :PBAT-ADD-COUNT, :PBAT-CHG-COUNT,
003955              :PBAT-DEL-COUNT, :PBAT-RSN-COUNT, :PBAT-HASH-TOTAL
003956         FROM PAYBATCH
003957        WHERE BATCH_STATUS = 'R'
003958        ORDER BY BATCH_SEQ DESC
003959        FETCH FIRST 1 ROW ONLY
003960     END-EXEC
003961
003962     IF SQLCODE = 0
003963        IF WS-RESTART-RUN
003964           MOVE PBAT-ADD-COUNT  TO WS-ADD-COUNT
003965           MOVE PBAT-CHG-COUNT  TO WS-CHANGE-COUNT
003966           MOVE PBAT-DEL-COUNT  TO WS-DELETE-COUNT
003967           MOVE PBAT-RSN-COUNT  TO WS-RESEND-COUNT
003968           MOVE PBAT-HASH-TOTAL TO WS-HASH-TOTAL
003970        ELSE
003971           EXEC SQL
003972             UPDATE PAYBATCH
003973                SET RUN_MODE   = :PBAT-RUN-MODE,
003974                    RUN_DATE   = :PBAT-RUN-DATE,
003975                    REC_COUNT  = 0,
003976                    ADD_COUNT  = 0,
003977                    CHG_COUNT  = 0,
003978                    DEL_COUNT  = 0,
003979                    RSN_COUNT  = 0,
003980                    HASH_TOTAL = 0
003981              WHERE BATCH_SEQ = :PBAT-BATCH-SEQ
003982           END-EXEC
003983        END-IF
003984     ELSE
003985        EXEC SQL
003986          SELECT COALESCE(MAX(BATCH_SEQ), 0) + 1
003987            INTO :PBAT-BATCH-SEQ
003988            FROM PAYBATCH
003989        END-EXEC
003990
003991        EXEC SQL
003992          INSERT INTO PAYBATCH
003993              (BATCH_SEQ, RUN_MODE, RUN_DATE, REC_COUNT,
003994               ADD_COUNT, CHG_COUNT, DEL_COUNT, RSN_COUNT,
003995               HASH_TOTAL, BATCH_STATUS)
003996          VALUES
003997              (:PBAT-BATCH-SEQ, :PBAT-RUN-MODE, :PBAT-RUN-DATE,
003998               0, 0, 0, 0, 0, 0, 'R')
003999        END-EXEC
004000     END-IF
004001
004002     DISPLAY 'EMPEXTR - PAYOUT BATCH SEQUENCE ' PBAT-BATCH-SEQ.
004003 1200-EXIT.
004004     EXIT.
004005
004006****************************************************************
004007*    1250-GET-PAY-PERIOD - THE PAYCAL PERIOD THIS FILE FEEDS:  *
004009*    THE EARLIEST ONE WHOSE CUTOFF IS AT OR AFTER THE RUN      *
004010*    START (A RESTART KEEPS THE ORIGINAL START, SO THE SAME    *
004011*    PERIOD).  NO OPEN PERIOD ON THE CALENDAR LEAVES THE       *
004012*    STAMP BLANK AND ENDS THE RUN WITH A WARNING (RC 4).       *
004013****************************************************************
004014 1250-GET-PAY-PERIOD.
004015     EXEC SQL
004016       SELECT PERIOD_ID
004017         INTO :PCAL-PERIOD-ID
004018         FROM PAYCAL
004019        WHERE CUTOFF_TS >= :WS-RUN-START-TS
004020        ORDER BY CUTOFF_TS
004021        FETCH FIRST 1 ROW ONLY
004022     END-EXEC
004023
004024     IF SQLCODE = 0
004025        DISPLAY 'EMPEXTR - PAY PERIOD ' PCAL-PERIOD-ID
004026     ELSE
004027        MOVE SPACES TO PCAL-PERIOD-ID
004028        MOVE 4 TO WS-RETURN-CODE
004029        DISPLAY 'EMPEXTR - NO OPEN PAY PERIOD ON PAYCAL - '
004030            'RECORDS NOT STAMPED'
004031     END-IF.
004032 1250-EXIT.
004033     EXIT.
004034
004035****************************************************************
004036*    1300-WRITE-HEADER - FIRST RECORD OF A NEW FILE.  NOT       *
004037*    WRITTEN ON A RESTART - THE FILE BEING EXTENDED HAS IT      *
004038****************************************************************
004039 1300-WRITE-HEADER.
004040     MOVE SPACES         TO PAY-HEADER-RECORD
004041     MOVE 'HEADER'       TO PAY-HDR-REC-ID
004042     MOVE PBAT-BATCH-SEQ TO PAY-HDR-BATCH-SEQ
004043     MOVE PBAT-RUN-DATE  TO PAY-HDR-RUN-DATE
004044     MOVE PBAT-RUN-MODE  TO PAY-HDR-MODE
004045     MOVE PCAL-PERIOD-ID TO PAY-HDR-PERIOD-ID
004046     WRITE PAY-HEADER-RECORD.
004047 1300-EXIT.
004048     EXIT.
004049
004050****************************************************************
004051*    2000-EXTRACT-ROW - FORMAT AND WRITE ONE PAYROLL RECORD     *
004052*    (FULL MODE - NO ACTION FLAG ON A RESYNC FILE)              *
004053****************************************************************
004054 2000-EXTRACT-ROW.
004055     MOVE SPACES          TO PAY-RECORD
004056     MOVE EMP-ID          TO PAY-EMP-ID
004057     MOVE FIRST-NAME      TO PAY-FIRST-NAME
004058     MOVE LAST-NAME       TO PAY-LAST-NAME
004059     MOVE DEPT-CODE       TO PAY-DEPT-CODE
004060     MOVE SALARY          TO PAY-SALARY
004061     PERFORM 3500-GET-ADDRESS THRU 3500-EXIT
004062
004063     MOVE PCAL-PERIOD-ID TO PAY-PERIOD-ID
004064     WRITE PAY-RECORD
004065     ADD PAY-SALARY TO WS-HASH-TOTAL
004070
004080     MOVE EMP-ID TO SENT-EMPID
004090     PERFORM 4500-RECORD-SENT THRU 4500-EXIT
004570           ADD 1 TO WS-CHANGE-COUNT
004580        END-IF
004590     ELSE
004600        PERFORM 3250-CHECK-CONTRACTOR THRU 3250-EXIT
004602        IF WS-CONTRACTOR-COUNT = ZERO
004610           MOVE WS-DELTA-EMPID  TO PAY-EMP-ID
004615           MOVE ZERO            TO PAY-SALARY
004620           MOVE 'D'             TO PAY-ACTION
004630           ADD 1 TO WS-DELETE-COUNT
004631        ELSE
004640           ADD 1 TO WS-CONTRACTOR-SKIPS
004642        END-IF
004650     END-IF
004655
004660*    A CONTRACTOR PAYROLL NEVER HAD LEAVES PAY-ACTION BLANK
004670     IF PAY-ACTION NOT = SPACE
004672        MOVE PCAL-PERIOD-ID TO PAY-PERIOD-ID
004680        WRITE PAY-RECORD
004685        ADD PAY-SALARY TO WS-HASH-TOTAL
004690
004695        MOVE WS-DELTA-EMPID TO SENT-EMPID
004700        PERFORM 4500-RECORD-SENT THRU 4500-EXIT
004710        ADD 1 TO WS-EXTRACT-COUNT
004712     END-IF
004720
004725     MOVE WS-DELTA-EMPID TO WS-CHECKPOINT-EMPID
004730     PERFORM 5000-COUNT-TO-CHECKPOINT THRU 5000-EXIT
004740
004750     PERFORM 3100-FETCH-AUDIT-ID THRU 3100-EXIT.
005070        WHERE EMP_ID = :EMP-ID
005080          AND (EMP_STATUS NOT = 'T'
005090               OR FINAL_PAY_DT >= CURRENT DATE)
005095          AND EMP_CLASS NOT = 'C'
005100     END-EXEC
005110
005120     IF SQLCODE = 0
005130        MOVE 'Y' TO WS-SW-EMP-FOUND
005140     END-IF.
005150 3200-EXIT.
005152     EXIT.
005153
005155****************************************************************
005156*    3250-CHECK-CONTRACTOR - THE TOUCHED EMP_ID IS ON FILE AS  *
005160*    A CONTRACTOR PAYROLL DOES NOT HOLD: NO PAYSENT ROW SINCE  *
005161*    ITS LAST 'D'.  COUNT > 0 MEANS NOTHING IS SENT; A ROW     *
005162*    THAT IS GONE OR WAS RECLASSIFIED FROM PAYROLL IS DROPPED. *
005163****************************************************************
005164 3250-CHECK-CONTRACTOR.
005165     MOVE ZERO TO WS-CONTRACTOR-COUNT
005166
005170     EXEC SQL
005171       SELECT COUNT(*)
005172         INTO :WS-CONTRACTOR-COUNT
005173         FROM EMPLOYEE E
005174        WHERE E.EMP_ID    = :WS-DELTA-EMPID
005175          AND E.EMP_CLASS = 'C'
005176          AND NOT EXISTS
005177              (SELECT 1 FROM PAYSENT P
005178                WHERE P.EMP_ID = E.EMP_ID
005179                  AND P.ACTION_FLAG NOT = 'D'
005180                  AND P.SENT_SEQ >
005181                      (SELECT COALESCE(MAX(D.SENT_SEQ), 0)
005182                         FROM PAYSENT D
005183                        WHERE D.EMP_ID = E.EMP_ID
005184                          AND D.ACTION_FLAG = 'D'))
005185     END-EXEC.
005186 3250-EXIT.
005187     EXIT.
005188
005189****************************************************************
005190*    3300-CHECK-CREATED - WAS THIS EMPLOYEE CREATED OR REHIRED  *
005195*    INSIDE THE WINDOW, OR DOES PAYROLL HOLD NOTHING FOR IT -   *
005200*    NO PAYSENT ROW SINCE ITS LAST 'D', OR NONE AT ALL (E.G. A  *
005202*    CONTRACTOR RECLASSIFIED ONTO PAYROLL)?  IF SO THE DELTA    *
005205*    RECORD IS AN ADD                                           *
005210****************************************************************
005220 3300-CHECK-CREATED.
005230     MOVE ZERO TO WS-CREATE-COUNT
005300          AND ACTION_CODE IN ('C', 'R')
005310          AND AUDIT_TS >  :LAST-RUN-TS
005320          AND AUDIT_TS <= :WS-RUN-START-TS
005321     END-EXEC
005322
005323     IF WS-CREATE-COUNT = ZERO
005324        EXEC SQL
005325          SELECT COUNT(*)
005326            INTO :WS-CREATE-COUNT
005327            FROM EMPLOYEE E
005328           WHERE E.EMP_ID = :WS-DELTA-EMPID
005329             AND NOT EXISTS
005330                 (SELECT 1 FROM PAYSENT P
005331                   WHERE P.EMP_ID = E.EMP_ID
005332                     AND P.ACTION_FLAG NOT = 'D'
005333                     AND P.SENT_SEQ >
005334                         (SELECT COALESCE(MAX(D.SENT_SEQ), 0)
005335                            FROM PAYSENT D
005336                           WHERE D.EMP_ID = E.EMP_ID
005337                             AND D.ACTION_FLAG = 'D'))
005338        END-EXEC
005339     END-IF.
005340 3300-EXIT.
005350     EXIT.
005360
005970     MOVE 'D'            TO PAY-ACTION
005980     ADD 1 TO WS-DELETE-COUNT
005990
005995     MOVE PCAL-PERIOD-ID TO PAY-PERIOD-ID
006000     WRITE PAY-RECORD
006005     ADD PAY-SALARY TO WS-HASH-TOTAL
006010
006020     MOVE WS-DELTA-EMPID TO SENT-EMPID
006030     PERFORM 4500-RECORD-SENT THRU 4500-EXIT
006320****************************************************************
006330 4500-RECORD-SENT.
006340     MOVE PAY-ACTION TO SENT-ACTION
006345     MOVE PBAT-BATCH-SEQ TO SENT-BATCH-SEQ
006350
006360     EXEC SQL
006370       INSERT INTO PAYSENT
006380         (EMP_ID, ACTION_FLAG, SENT_TS, ACK_STATUS,
006385          BATCH_SEQ)
006390       VALUES
006400         (:SENT-EMPID, :SENT-ACTION, CURRENT TIMESTAMP, 'P',
006405          :SENT-BATCH-SEQ)
006410     END-EXEC.
006420 4500-EXIT.
006430     EXIT.
006690        MOVE SALARY          TO PAY-SALARY
006700        PERFORM 3500-GET-ADDRESS THRU 3500-EXIT
006710        MOVE 'R'             TO PAY-ACTION
006715        MOVE PCAL-PERIOD-ID TO PAY-PERIOD-ID
006720        WRITE PAY-RECORD
006725        ADD PAY-SALARY TO WS-HASH-TOTAL
006730        ADD 1 TO WS-RESEND-COUNT
006740        ADD 1 TO WS-EXTRACT-COUNT
006750        MOVE WS-DELTA-EMPID TO SENT-EMPID
007290
007300****************************************************************
007310*    6000-TAKE-CHECKPOINT - RESTATE THE BATCHRST ROW WITH THE   *
007320*    CURRENT POSITION AND STATUS IN RST-RUN-STATUS, AND THE     *
007325*    PAYBATCH ROW WITH THE TRAILER TOTALS SO FAR                *
007330****************************************************************
007340 6000-TAKE-CHECKPOINT.
007350     MOVE 'EMPEXTR' TO RST-PGM-NAME
007570        IF SQLCODE = 0
007580           SET WS-RST-ROW-FOUND TO TRUE
007590        END-IF
007592     END-IF
007593
007595     PERFORM 6100-SAVE-BATCH-TOTALS THRU 6100-EXIT.
007596 6000-EXIT.
007600     EXIT.
007601
007602****************************************************************
007603*    6100-SAVE-BATCH-TOTALS - RESTATE THE PAYBATCH COUNTS AND   *
007604*    HASH TOTAL; COMMITTED WITH THE CHECKPOINT                  *
007605****************************************************************
007606 6100-SAVE-BATCH-TOTALS.
007607     MOVE WS-EXTRACT-COUNT TO PBAT-REC-COUNT
007608     MOVE WS-ADD-COUNT     TO PBAT-ADD-COUNT
007610     MOVE WS-CHANGE-COUNT  TO PBAT-CHG-COUNT
007611     MOVE WS-DELETE-COUNT  TO PBAT-DEL-COUNT
007612     MOVE WS-RESEND-COUNT  TO PBAT-RSN-COUNT
007613     MOVE WS-HASH-TOTAL    TO PBAT-HASH-TOTAL
007614
007615     EXEC SQL
007616       UPDATE PAYBATCH
007617          SET REC_COUNT  = :PBAT-REC-COUNT,
007620              ADD_COUNT  = :PBAT-ADD-COUNT,
007621              CHG_COUNT  = :PBAT-CHG-COUNT,
007622              DEL_COUNT  = :PBAT-DEL-COUNT,
007623              RSN_COUNT  = :PBAT-RSN-COUNT,
007624              HASH_TOTAL = :PBAT-HASH-TOTAL
007625        WHERE BATCH_SEQ = :PBAT-BATCH-SEQ
007626     END-EXEC.
007627 6100-EXIT.
007628     EXIT.
007629
007630****************************************************************
007631*    6800-WRITE-TRAILER - LAST RECORD OF THE FILE: DETAIL       *
007632*    COUNT, A/C/D/R COUNTS AND SALARY HASH TOTAL FOR THE WHOLE  *
007633*    BATCH (A RESTART'S TOTALS INCLUDE THE ORIGINAL RUN'S)      *
007634****************************************************************
007635 6800-WRITE-TRAILER.
007636     MOVE SPACES           TO PAY-TRAILER-RECORD
007637     MOVE 'TRAILER'        TO PAY-TRL-REC-ID
007638     MOVE PBAT-BATCH-SEQ   TO PAY-TRL-BATCH-SEQ
007639     MOVE WS-EXTRACT-COUNT TO PAY-TRL-REC-COUNT
007640     MOVE WS-ADD-COUNT     TO PAY-TRL-ADD-COUNT
007641     MOVE WS-CHANGE-COUNT  TO PAY-TRL-CHG-COUNT
007642     MOVE WS-DELETE-COUNT  TO PAY-TRL-DEL-COUNT
007643     MOVE WS-RESEND-COUNT  TO PAY-TRL-RSN-COUNT
007644     MOVE WS-HASH-TOTAL    TO PAY-TRL-HASH-TOTAL
007645     WRITE PAY-TRAILER-RECORD.
007646 6800-EXIT.
007647     EXIT.
007648
007649****************************************************************
007650*    7000-UPDATE-RUN-CONTROL - RESTATE LAST_RUN_TS TO THE TIME  *
007660*    THIS RUN STARTED SO ACTIVITY DURING THE RUN IS PICKED UP   *
007670*    NEXT TIME, MARK THE RESTART ROW COMPLETE AND THE BATCH     *
007675*    SENT ('S', AWAITING PAYROLL'S ACKNOWLEDGMENT), AND COMMIT  *
007680****************************************************************
007690 7000-UPDATE-RUN-CONTROL.
007700     IF WS-CTL-ROW-FOUND
007840
007850     MOVE 'C' TO RST-RUN-STATUS
007860     PERFORM 6000-TAKE-CHECKPOINT THRU 6000-EXIT
007862
007863     EXEC SQL
007865       UPDATE PAYBATCH
007866          SET BATCH_STATUS = 'S',
007867              SENT_TS      = CURRENT TIMESTAMP
007868        WHERE BATCH_SEQ = :PBAT-BATCH-SEQ
007869     END-EXEC
007870
007880     EXEC SQL COMMIT END-EXEC.
007890 7000-EXIT.
008050
008060     CLOSE PAYFILE
008070
008075     DISPLAY 'EMPEXTR - PAYOUT BATCH     : ' PBAT-BATCH-SEQ
008080     DISPLAY 'EMPEXTR - RECORDS EXTRACTED: ' WS-EXTRACT-COUNT
008085     DISPLAY 'EMPEXTR - SALARY HASH TOTAL: ' WS-HASH-TOTAL
008090     IF WS-DELTA-MODE
008100        DISPLAY 'EMPEXTR - ADDS    : ' WS-ADD-COUNT
008110        DISPLAY 'EMPEXTR - CHANGES : ' WS-CHANGE-COUNT
008120        DISPLAY 'EMPEXTR - DELETES : ' WS-DELETE-COUNT
008130        DISPLAY 'EMPEXTR - RESENDS : ' WS-RESEND-COUNT
008135        DISPLAY 'EMPEXTR - CONTRACTORS SKIPPED: '
008136                WS-CONTRACTOR-SKIPS
008141     END-IF
008146
008147     MOVE WS-RETURN-CODE TO RETURN-CODE.
008150 8000-EXIT.
008160     EXIT.
008170
