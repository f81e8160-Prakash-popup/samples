000130*               DIRECT-REPORT COUNT AND COMBINED SALARY AND    *
000140*               A TOTAL-ORG ROLLUP OF THE WHOLE REPORTING      *
000150*               TREE, FOLLOWED BY SPAN-OF-CONTROL NUMBERS PER  *
000160*               DEPARTMENT (HEADCOUNT AND ITS FULL-TIME        *
000165*               EQUIVALENT), A COUNT OF EMPLOYEES WITH NO      *
000170*               MANAGER, AND AN EXCEPTION LIST OF EMPLOYEES    *
000180*               WHOSE CURRENT MANAGER IS NOT STATUS 'A'.       *
000190*               THE WHOLE REPORT IS BUILT IN STORAGE FROM THE  *
000400*                     A DIRECTS CURSOR PER MANAGER - THE
000410*                     NIGHTLY DB2 SCAN HAPPENS ONCE FOR THE
000420*                     WHOLE REPORT LEG.
000425*    10/15/2026  DLR  FTE (FTE_PCT TOTAL / 100) SHOWN BESIDE
000426*                     THE SPAN-OF-CONTROL HEADCOUNT.
000430****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
001090         10  WS-ET-SALARY           PIC 9(09).
001100         10  WS-ET-STATUS           PIC X(01).
001110         10  WS-ET-MGR              PIC 9(09).
001115         10  WS-ET-FTE-PCT          PIC 9(03).
001120 77  WS-EMP-MAX                     PIC S9(04) USAGE COMP
001130                                         VALUE 2000.
001140 01  WS-EMP-COUNT                   PIC S9(04) USAGE COMP
001770         10  WS-DT-NAME             PIC X(20).
001780         10  WS-DT-HEADCOUNT        PIC S9(09) USAGE COMP.
001790         10  WS-DT-MGR-COUNT        PIC S9(09) USAGE COMP.
001795         10  WS-DT-FTE-PCT-TOTAL    PIC S9(09) USAGE COMP.
001800 01  WS-DEPT-HOLD.
001810     05  WS-DH-CODE                 PIC X(03).
001820     05  WS-DH-NAME                 PIC X(20).
001830     05  WS-DH-HEADCOUNT            PIC S9(09) USAGE COMP.
001840     05  WS-DH-MGR-COUNT            PIC S9(09) USAGE COMP.
001845     05  WS-DH-FTE-PCT-TOTAL        PIC S9(09) USAGE COMP.
001850 01  WS-DEPT-COUNT                  PIC S9(04) USAGE COMP
001860                                         VALUE ZERO.
001870 01  WS-DEPT-IX                     PIC S9(04) USAGE COMP
001890 01  WS-DEPT-SLOT                   PIC S9(04) USAGE COMP
001900                                         VALUE ZERO.
001910 01  WS-AVG-SPAN                    PIC S9(05)V9(01) COMP-3
001915                                         VALUE ZERO.
001916 01  WS-DEPT-FTE                    PIC S9(07)V9(01) COMP-3
001920                                         VALUE ZERO.
001930
001940****************************************************************
002590     05  FILLER                     PIC X(11) VALUE
002600         ' HEADCOUNT '.
002610     05  WS-SL-HEADCOUNT            PIC ZZ,ZZ9.
002615     05  FILLER                     PIC X(05) VALUE ' FTE '.
002616     05  WS-SL-FTE                  PIC ZZ,ZZ9.9.
002620     05  FILLER                     PIC X(10) VALUE
002630         ' MANAGERS '.
002640     05  WS-SL-MGR-COUNT            PIC ZZ,ZZ9.
002650     05  FILLER                     PIC X(10) VALUE
002660         ' AVG SPAN '.
002670     05  WS-SL-AVG-SPAN             PIC ZZ,ZZ9.9.
002680     05  FILLER                     PIC X(43) VALUE SPACES.
002690
002700 01  WS-NO-MGR-LINE.
002710     05  FILLER                     PIC X(01) VALUE SPACE.
003830     MOVE EXF-SALARY     TO WS-ET-SALARY (WS-EMP-COUNT)
003840     MOVE EXF-EMP-STATUS TO WS-ET-STATUS (WS-EMP-COUNT)
003850     MOVE EXF-MGR-ID     TO WS-ET-MGR (WS-EMP-COUNT)
003855     MOVE EXF-FTE-PCT    TO WS-ET-FTE-PCT (WS-EMP-COUNT)
003860     MOVE WS-EMP-COUNT   TO WS-SORT-IX (WS-EMP-COUNT)
003870
003880     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
006370     PERFORM 4150-FIND-DEPT-SLOT THRU 4150-EXIT
006380
006390     ADD 1 TO WS-DT-HEADCOUNT (WS-DEPT-SLOT)
006395     ADD WS-ET-FTE-PCT (WS-SCAN-IX)
006396       TO WS-DT-FTE-PCT-TOTAL (WS-DEPT-SLOT)
006400
006410     IF WS-ET-MGR (WS-SCAN-IX) > ZERO
006420        MOVE 'N' TO WS-SW-MGR-SEEN
006670          TO WS-DT-NAME (WS-DEPT-SLOT)
006680        MOVE ZERO TO WS-DT-HEADCOUNT (WS-DEPT-SLOT)
006690        MOVE ZERO TO WS-DT-MGR-COUNT (WS-DEPT-SLOT)
006695        MOVE ZERO TO WS-DT-FTE-PCT-TOTAL (WS-DEPT-SLOT)
006700     END-IF.
006710 4150-EXIT.
006720     EXIT.
007280     MOVE WS-DT-NAME (WS-DEPT-IX)      TO WS-SL-DEPT-NAME
007290     MOVE WS-DT-HEADCOUNT (WS-DEPT-IX) TO WS-SL-HEADCOUNT
007300     MOVE WS-DT-MGR-COUNT (WS-DEPT-IX) TO WS-SL-MGR-COUNT
007302     COMPUTE WS-DEPT-FTE ROUNDED =
007305         WS-DT-FTE-PCT-TOTAL (WS-DEPT-IX) / 100
007308     MOVE WS-DEPT-FTE                  TO WS-SL-FTE
007310
007320     IF WS-DT-MGR-COUNT (WS-DEPT-IX) > ZERO
007330        COMPUTE WS-AVG-SPAN ROUNDED =
