000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPGATE.
000030 AUTHOR. D RENWICK.
000040 INSTALLATION. APP3 PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070****************************************************************
000080*                                                              *
000090*    PROGRAM  : EMPGATE                                       *
000100*    FUNCTION : PREDECESSOR GATE.  RUNS AS THE FIRST STEP OF  *
000110*               A NIGHTLY JOB (JOB NAME IN THE EXEC PARM) AND *
000120*               LOOKS UP THE JOB'S REQUIRED PREDECESSORS IN   *
000130*               JOBDEP.  EACH ONE MUST HAVE A RUNLOG ROW      *
000140*               SINCE 18:00 TONIGHT WHOSE LATEST RUN FINISHED *
000150*               WITH A RETURN CODE NOT ABOVE ITS MAX_RC.  ONE *
000160*               LINE PER PREDECESSOR IS PRINTED.  WHEN ANY IS *
000170*               MISSING THE GATE IS CLOSED - THE PROGRAM ENDS *
000180*               RC=12, WHICH THE JOB'S LATER STEPS TEST WITH  *
000190*               COND=(12,EQ,STEP001) TO BYPASS THEMSELVES.    *
000200*               A JOB WITH NO JOBDEP ROWS PASSES (RC=0).      *
000210*    CALLED BY: STEP001 OF EVERY SUITE JOB - EMPTCLRJ,        *
000220*               EMPPENDJ, EMPEXTRJ, EMPXDRNJ, EMPRECOJ,       *
000230*               EMPACTJ, EMPUNLDJ, EMPRPTJ, EMPDEPTJ,         *
000240*               EMPORGJ, EMPINTGJ, EMPRETRJ, EMPSLTRJ,        *
000250*               EMPACKJ, EMPAGINJ AND EMPOPSRJ.               *
000260*                                                              *
000270****************************************************************
000280*    MODIFICATION HISTORY
000290*    --------------------
000300*    10/15/2026  DLR  INITIAL VERSION.
000310****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT GATFILE  ASSIGN TO GATOUT
000360            ORGANIZATION IS SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  GATFILE
000410     RECORDING MODE IS F
000420     LABEL RECORDS ARE STANDARD.
000430 01  GAT-RECORD                     PIC X(133).
000440
000450 WORKING-STORAGE SECTION.
000460****************************************************************
000470*    SWITCHES AND COUNTERS                                     *
000480****************************************************************
000490 01  WS-SWITCHES.
000500     05  WS-SW-DEP-EOF              PIC X(01) VALUE 'N'.
000510         88  WS-EOF-DEPS                VALUE 'Y'.
000520     05  WS-SW-RUN-FOUND            PIC X(01) VALUE 'N'.
000530         88  WS-RUN-FOUND               VALUE 'Y'.
000540     05  WS-SW-GATE                 PIC X(01) VALUE 'O'.
000550         88  WS-GATE-OPEN               VALUE 'O'.
000560         88  WS-GATE-CLOSED             VALUE 'C'.
000570
000580 01  WS-COUNTERS.
000590     05  WS-CHECKED-COUNT           PIC 9(05) USAGE COMP
000600                                         VALUE ZERO.
000610     05  WS-MISSING-COUNT           PIC 9(05) USAGE COMP
000620                                         VALUE ZERO.
000630
000640 77  WS-RETURN-CODE                 PIC S9(04) USAGE COMP
000650                                         VALUE ZERO.
000660 77  WS-GATE-CLOSED-RC              PIC S9(04) USAGE COMP
000670                                         VALUE 12.
000680
000690****************************************************************
000700*    JOB NAME, GATE WINDOW AND LATEST-RUN HOLD FIELDS          *
000710****************************************************************
000720 01  WS-JOB-NAME                    PIC X(08) VALUE SPACES.
000730 01  WS-WINDOW-START                PIC X(26) VALUE SPACES.
000740 01  WS-LATEST-RUN.
000750     05  WS-LR-START-TS             PIC X(26) VALUE SPACES.
000760     05  WS-LR-END-TS               PIC X(26) VALUE SPACES.
000770     05  WS-LR-RETURN-CD            PIC S9(09) USAGE COMP
000780                                         VALUE ZERO.
000790     05  WS-LR-STATUS               PIC X(01) VALUE SPACE.
000800 01  WS-FLAG-TEXT                   PIC X(34) VALUE SPACES.
000810 01  WS-ED-RC                       PIC ZZZ9  VALUE ZERO.
000820 01  WS-ED-MISSING                  PIC ZZ9   VALUE ZERO.
000830 01  WS-SQLCODE-DISP                PIC -9(9) VALUE ZERO.
000840
000850****************************************************************
000860*    PRINT LINE LAYOUTS                                        *
000870****************************************************************
000880 01  WS-HEADING-LINE-1.
000890     05  FILLER                     PIC X(01) VALUE '1'.
000900     05  FILLER                     PIC X(38) VALUE
000910         'EMP1 PAYROLL - PREDECESSOR GATE  JOB '.
000920     05  WS-H1-JOB-NAME             PIC X(08).
000930     05  FILLER                     PIC X(14) VALUE
000940         '  RUNS SINCE '.
000950     05  WS-H1-WINDOW-START         PIC X(26).
000960     05  FILLER                     PIC X(46) VALUE SPACES.
000970
000980 01  WS-HEADING-LINE-2.
000990     05  FILLER                     PIC X(01) VALUE SPACE.
001000     05  FILLER                     PIC X(09) VALUE 'PREDEC   '.
001010     05  FILLER                     PIC X(07) VALUE 'MAX RC '.
001020     05  FILLER                     PIC X(27) VALUE
001030         'STARTED                    '.
001040     05  FILLER                     PIC X(27) VALUE
001050         'ENDED                      '.
001060     05  FILLER                     PIC X(05) VALUE '  RC '.
001070     05  FILLER                     PIC X(57) VALUE SPACES.
001080
001090 01  WS-DETAIL-LINE.
001100     05  FILLER                     PIC X(01) VALUE SPACE.
001110     05  WS-DT-PRED-PGM             PIC X(08).
001120     05  FILLER                     PIC X(02) VALUE SPACES.
001130     05  WS-DT-MAX-RC               PIC ZZZ9.
001140     05  FILLER                     PIC X(02) VALUE SPACES.
001150     05  WS-DT-START-TS             PIC X(26).
001160     05  FILLER                     PIC X(01) VALUE SPACE.
001170     05  WS-DT-END-TS               PIC X(26).
001180     05  FILLER                     PIC X(01) VALUE SPACE.
001190     05  WS-DT-RETURN-CD            PIC ZZZ9.
001200     05  FILLER                     PIC X(01) VALUE SPACE.
001210     05  WS-DT-FLAG                 PIC X(34).
001220     05  FILLER                     PIC X(23) VALUE SPACES.
001230
001240 01  WS-RESULT-LINE.
001250     05  FILLER                     PIC X(01) VALUE SPACE.
001260     05  WS-RL-TEXT                 PIC X(80).
001270     05  FILLER                     PIC X(52) VALUE SPACES.
001280
001290 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
001300
001310     EXEC SQL
001320       INCLUDE SQLCA
001330     END-EXEC.
001340
001350     EXEC SQL
001360       INCLUDE RUNLOG
001370     END-EXEC.
001380
001390     EXEC SQL
001400       INCLUDE JOBDEP
001410     END-EXEC.
001420
001430 LINKAGE SECTION.
001440 01  PARM-DATA.
001450     05  PARM-LENGTH                PIC S9(04) USAGE COMP.
001460     05  PARM-TEXT                  PIC X(08).
001470
001480 PROCEDURE DIVISION USING PARM-DATA.
001490
001500 0000-MAINLINE.
001510     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001520     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
001530     PERFORM 2000-CHECK-PRED      THRU 2000-EXIT
001540         UNTIL WS-EOF-DEPS
001550     PERFORM 8000-TERMINATE       THRU 8000-EXIT
001560     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
001570     GO TO 9999-EXIT.
001580
001590****************************************************************
001600*    1000-INITIALIZE - JOB NAME FROM THE PARM, GATE WINDOW     *
001610*    (18:00 TONIGHT, OR LAST NIGHT WHEN RUN BEFORE 18:00),     *
001620*    HEADINGS AND THE PREDECESSOR CURSOR                       *
001630****************************************************************
001640 1000-INITIALIZE.
001650     OPEN OUTPUT GATFILE
001660
001670     IF PARM-LENGTH > ZERO AND PARM-LENGTH <= 8
001680        MOVE PARM-TEXT (1:PARM-LENGTH) TO WS-JOB-NAME
001690     END-IF
001700
001710     EXEC SQL
001720       SELECT CHAR(CASE WHEN CURRENT TIME >= '18.00.00'
001730                        THEN TIMESTAMP(CURRENT DATE,
001740                                       '18.00.00')
001750                        ELSE TIMESTAMP(CURRENT DATE - 1 DAY,
001760                                       '18.00.00')
001770                   END)
001780         INTO :WS-WINDOW-START
001790         FROM SYSIBM.SYSDUMMY1
001800     END-EXEC
001810
001820     MOVE WS-JOB-NAME     TO WS-H1-JOB-NAME
001830     MOVE WS-WINDOW-START TO WS-H1-WINDOW-START
001840     WRITE GAT-RECORD FROM WS-HEADING-LINE-1
001850     WRITE GAT-RECORD FROM WS-HEADING-LINE-2
001860     WRITE GAT-RECORD FROM WS-BLANK-LINE
001870
001880     IF WS-JOB-NAME = SPACES
001890        DISPLAY 'EMPGATE - NO JOB NAME IN THE PARM - GATE CLOSED'
001900        MOVE 'C' TO WS-SW-GATE
001910        MOVE 'Y' TO WS-SW-DEP-EOF
001920        GO TO 1000-EXIT
001930     END-IF
001940
001950     EXEC SQL
001960       DECLARE DEPCSR CURSOR FOR
001970       SELECT PRED_PGM, MAX_RC
001980         FROM JOBDEP
001990        WHERE JOB_NAME = :WS-JOB-NAME
002000        ORDER BY PRED_PGM
002010     END-EXEC
002020
002030     EXEC SQL OPEN DEPCSR END-EXEC
002040
002050     IF SQLCODE NOT = 0
002060        MOVE SQLCODE TO WS-SQLCODE-DISP
002070        DISPLAY 'EMPGATE - JOBDEP OPEN FAILED, SQLCODE '
002080                WS-SQLCODE-DISP ' - GATE CLOSED'
002090        MOVE 'C' TO WS-SW-GATE
002100        MOVE 'Y' TO WS-SW-DEP-EOF
002110        GO TO 1000-EXIT
002120     END-IF
002130
002140     PERFORM 2100-FETCH-DEP THRU 2100-EXIT.
002150 1000-EXIT.
002160     EXIT.
002170
002180****************************************************************
002190*    2000-CHECK-PRED - ONE LINE FOR ONE REQUIRED PREDECESSOR   *
002200****************************************************************
002210 2000-CHECK-PRED.
002220     ADD 1 TO WS-CHECKED-COUNT
002230
002240     PERFORM 2200-GET-LATEST  THRU 2200-EXIT
002250     PERFORM 2300-BUILD-FLAG  THRU 2300-EXIT
002260
002270     MOVE SPACES         TO WS-DETAIL-LINE
002280     MOVE JDEP-PRED-PGM  TO WS-DT-PRED-PGM
002290     MOVE JDEP-MAX-RC    TO WS-DT-MAX-RC
002300     IF WS-RUN-FOUND
002310        MOVE WS-LR-START-TS  TO WS-DT-START-TS
002320        IF WS-LR-STATUS = 'C'
002330           MOVE WS-LR-END-TS TO WS-DT-END-TS
002340        ELSE
002350           MOVE '(STILL OPEN)' TO WS-DT-END-TS
002360        END-IF
002370        MOVE WS-LR-RETURN-CD TO WS-DT-RETURN-CD
002380     END-IF
002390     IF WS-FLAG-TEXT = SPACES
002400        MOVE 'OK' TO WS-DT-FLAG
002410     ELSE
002420        MOVE WS-FLAG-TEXT TO WS-DT-FLAG
002430        ADD 1 TO WS-MISSING-COUNT
002440        MOVE 'C' TO WS-SW-GATE
002450        DISPLAY 'EMPGATE - ' WS-JOB-NAME ' PREDECESSOR '
002460                JDEP-PRED-PGM ' ' WS-FLAG-TEXT
002470     END-IF
002480
002490     WRITE GAT-RECORD FROM WS-DETAIL-LINE
002500
002510     PERFORM 2100-FETCH-DEP THRU 2100-EXIT.
002520 2000-EXIT.
002530     EXIT.
002540
002550****************************************************************
002560*    2100-FETCH-DEP - NEXT PREDECESSOR RULE, EOF ON END        *
002570****************************************************************
002580 2100-FETCH-DEP.
002590     EXEC SQL
002600       FETCH DEPCSR
002610        INTO :JDEP-PRED-PGM, :JDEP-MAX-RC
002620     END-EXEC
002630
002640     EVALUATE SQLCODE
002650       WHEN 0
002660         CONTINUE
002670       WHEN 100
002680         MOVE 'Y' TO WS-SW-DEP-EOF
002690         EXEC SQL CLOSE DEPCSR END-EXEC
002700       WHEN OTHER
002710         MOVE SQLCODE TO WS-SQLCODE-DISP
002720         DISPLAY 'EMPGATE - JOBDEP FETCH FAILED, SQLCODE '
002730                 WS-SQLCODE-DISP ' - GATE CLOSED'
002740         MOVE 'C' TO WS-SW-GATE
002750         MOVE 'Y' TO WS-SW-DEP-EOF
002760     END-EVALUATE.
002770 2100-EXIT.
002780     EXIT.
002790
002800****************************************************************
002810*    2200-GET-LATEST - THE PREDECESSOR'S MOST RECENT RUN       *
002820*    INSIDE THE GATE WINDOW                                    *
002830****************************************************************
002840 2200-GET-LATEST.
002850     MOVE 'N' TO WS-SW-RUN-FOUND
002860     MOVE JDEP-PRED-PGM TO RLOG-PGM-NAME
002870
002880     EXEC SQL
002890       SELECT CHAR(START_TS), CHAR(END_TS), RETURN_CD,
002900              RUN_STATUS
002910         INTO :WS-LR-START-TS, :WS-LR-END-TS,
002920              :WS-LR-RETURN-CD, :WS-LR-STATUS
002930         FROM RUNLOG
002940        WHERE PGM_NAME = :RLOG-PGM-NAME
002950          AND START_TS >= :WS-WINDOW-START
002960        ORDER BY START_TS DESC
002970        FETCH FIRST 1 ROW ONLY
002980     END-EXEC
002990
003000     IF SQLCODE = 0
003010        MOVE 'Y' TO WS-SW-RUN-FOUND
003020     END-IF.
003030 2200-EXIT.
003040     EXIT.
003050
003060****************************************************************
003070*    2300-BUILD-FLAG - WHY THE PREDECESSOR DOES NOT SATISFY    *
003080*    THE GATE, SPACES WHEN IT DOES                             *
003090****************************************************************
003100 2300-BUILD-FLAG.
003110     MOVE SPACES TO WS-FLAG-TEXT
003120
003130     EVALUATE TRUE
003140       WHEN NOT WS-RUN-FOUND
003150         MOVE '*DID NOT RUN TONIGHT*' TO WS-FLAG-TEXT
003160       WHEN WS-LR-STATUS NOT = 'C'
003170         MOVE '*STILL RUNNING OR ABENDED*'
003180           TO WS-FLAG-TEXT
003190       WHEN WS-LR-RETURN-CD > JDEP-MAX-RC
003200         MOVE WS-LR-RETURN-CD TO WS-ED-RC
003210         STRING '*ENDED RC=' WS-ED-RC ' - ABOVE MAX RC*'
003220             DELIMITED BY SIZE INTO WS-FLAG-TEXT
003230         END-STRING
003240     END-EVALUATE.
003250 2300-EXIT.
003260     EXIT.
003270
003280****************************************************************
003290*    8000-TERMINATE - GATE RESULT LINE, RC=12 WHEN CLOSED      *
003300****************************************************************
003310 8000-TERMINATE.
003320     MOVE SPACES TO WS-RL-TEXT
003330     EVALUATE TRUE
003340       WHEN WS-GATE-OPEN AND WS-CHECKED-COUNT = ZERO
003350         MOVE 'NO PREDECESSORS DEFINED IN JOBDEP - GATE OPEN'
003360           TO WS-RL-TEXT
003370       WHEN WS-GATE-OPEN
003380         MOVE 'ALL PREDECESSORS COMPLETE - GATE OPEN'
003390           TO WS-RL-TEXT
003400       WHEN OTHER
003410         MOVE WS-MISSING-COUNT TO WS-ED-MISSING
003420         STRING '*** GATE CLOSED - ' WS-ED-MISSING
003430                ' PREDECESSOR(S) NOT COMPLETE, JOB '
003440                WS-JOB-NAME ' BYPASSED ***'
003450             DELIMITED BY SIZE INTO WS-RL-TEXT
003460         END-STRING
003470         MOVE WS-GATE-CLOSED-RC TO WS-RETURN-CODE
003480     END-EVALUATE
003490
003500     WRITE GAT-RECORD FROM WS-BLANK-LINE
003510     WRITE GAT-RECORD FROM WS-RESULT-LINE
003520     DISPLAY 'EMPGATE - ' WS-RL-TEXT
003530
003540     CLOSE GATFILE
003550
003560     MOVE WS-RETURN-CODE TO RETURN-CODE.
003570 8000-EXIT.
003580     EXIT.
003590
003600****************************************************************
003610*    0100-LOG-RUN-START - RECORD AND COMMIT THE RUN'S START     *
003620*    SO AN ABENDED RUN STILL LEAVES ITS TRACE IN RUNLOG         *
003630****************************************************************
003640 0100-LOG-RUN-START.
003650     MOVE 'EMPGATE' TO RLOG-PGM-NAME
003660     EXEC SQL
003670       INSERT INTO RUNLOG
003680         (PGM_NAME, START_TS, REC_COUNT, RETURN_CD,
003690          RUN_STATUS)
003700       VALUES
003710         (:RLOG-PGM-NAME, CURRENT TIMESTAMP, 0, 0, 'R')
003720     END-EXEC
003730
003740     EXEC SQL
003750       SELECT INT(IDENTITY_VAL_LOCAL())
003760         INTO :RLOG-SEQ
003770         FROM SYSIBM.SYSDUMMY1
003780     END-EXEC
003790
003800     EXEC SQL COMMIT END-EXEC.
003810 0100-EXIT.
003820     EXIT.
003830
003840****************************************************************
003850*    8900-LOG-RUN-END - RESTATE THE RUNLOG ROW WITH THE END     *
003860*    TIMESTAMP, PREDECESSORS CHECKED AND RETURN CODE            *
003870****************************************************************
003880 8900-LOG-RUN-END.
003890     MOVE WS-CHECKED-COUNT TO RLOG-REC-COUNT
003900     MOVE RETURN-CODE TO RLOG-RETURN-CD
003910
003920     EXEC SQL
003930       UPDATE RUNLOG
003940          SET END_TS     = CURRENT TIMESTAMP,
003950              REC_COUNT  = :RLOG-REC-COUNT,
003960              RETURN_CD  = :RLOG-RETURN-CD,
003970              RUN_STATUS = 'C'
003980        WHERE RUN_SEQ = :RLOG-SEQ
003990     END-EXEC
004000
004010     EXEC SQL COMMIT END-EXEC.
004020 8900-EXIT.
004030     EXIT.
004040
004050 9999-EXIT.
004060     GOBACK.
