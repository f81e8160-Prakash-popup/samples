000270*    09/02/2026  DLR  INITIAL VERSION.
000272*    09/02/2026  DLR  EMPUNLD (THE SINGLE-PASS REPORTING
000274*                     EXTRACT) ADDED TO THE EXPECTED SUITE.
000276*    10/15/2026  DLR  EMPINTG (THE CROSS-TABLE INTEGRITY
000278*                     SWEEP) ADDED TO THE EXPECTED SUITE.
000279*    10/15/2026  DLR  EMPGATE STEPS KEPT OUT OF OTHER RUNS.
000284*    10/15/2026  DLR  EMPTCLR (TERMINATION CLEARANCE) ADDED TO
000285*                     THE EXPECTED SUITE.
000286*    10/15/2026  DLR  EMPRETR (RETRO PAY) ADDED TO THE
000287*                     EXPECTED SUITE.
000288*    10/15/2026  DLR  EMPSLTR (SALARY LETTERS) ADDED TO SUITE.
000289****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000640*    THE NIGHTLY SUITE EMPOPSR EXPECTS TO FIND IN RUNLOG       *
000650****************************************************************
000660 01  WS-SUITE-VALUES.
000665     05  FILLER                     PIC X(08) VALUE 'EMPTCLR '.
000670     05  FILLER                     PIC X(08) VALUE 'EMPPEND '.
000680     05  FILLER                     PIC X(08) VALUE 'EMPEXTR '.
000690     05  FILLER                     PIC X(08) VALUE 'EMPXDRN '.
000740     05  FILLER                     PIC X(08) VALUE 'EMPORG  '.
000750     05  FILLER                     PIC X(08) VALUE 'EMPSECR '.
000760     05  FILLER                     PIC X(08) VALUE 'EMPPURGE'.
000765     05  FILLER                     PIC X(08) VALUE 'EMPINTG '.
000767     05  FILLER                     PIC X(08) VALUE 'EMPRETR '.
000768     05  FILLER                     PIC X(08) VALUE 'EMPSLTR '.
000770 01  WS-SUITE-TABLE REDEFINES WS-SUITE-VALUES.
000780     05  WS-SUITE-PGM               PIC X(08) OCCURS 15 TIMES.
000790 77  WS-SUITE-MAX                   PIC S9(04) USAGE COMP
000800                                         VALUE 15.
000810 77  WS-SUITE-IDX                   PIC S9(04) USAGE COMP
000820                                         VALUE ZERO.
000830
002000          AND PGM_NAME NOT IN
002010              ('EMPPEND', 'EMPEXTR', 'EMPXDRN', 'EMPRECO',
002020               'EMPACT', 'EMPUNLD', 'EMPRPT', 'EMPDEPT',
002030               'EMPORG', 'EMPSECR', 'EMPPURGE', 'EMPINTG',
002035               'EMPOPSR', 'EMPGATE', 'EMPTCLR', 'EMPRETR',
002037               'EMPSLTR')
002040        ORDER BY START_TS
002050     END-EXEC
002060
