000250*    MODIFICATION HISTORY
000260*    --------------------
000270*    09/02/2026  DLR  INITIAL VERSION.
000275*    10/15/2026  DLR  SALARY LINES SHOW EFF_DATE.  HISARCH
000276*                     RECORD NOW 63 BYTES (EMPPURGE LAYOUT).
000280****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000570     05  ARC-HIS-EMPID           PIC 9(09).
000580     05  ARC-OLD-SALARY          PIC 9(09).
000590     05  ARC-CHANGED-TS          PIC X(26).
000595     05  ARC-EFF-DATE            PIC X(10).
000600
000610 FD  INQFILE
000620     RECORDING MODE IS F
002580
002590     EXEC SQL
002600       DECLARE LHISCSR CURSOR FOR
002610       SELECT EMP_ID, OLD_SALARY, CHAR(CHANGED_TS),
002615              CHAR(EFF_DATE, ISO)
002620         FROM SALARY_HISTORY
002630        WHERE (:WS-SELECT-EMPID = 0
002640               OR EMP_ID = :WS-SELECT-EMPID)
004310     MOVE ARC-OLD-SALARY  TO WS-ED-SALARY
004320     STRING 'PRIOR SALARY ' DELIMITED BY SIZE
004330            WS-ED-SALARY    DELIMITED BY SIZE
004335            ' EFF '         DELIMITED BY SIZE
004336            ARC-EFF-DATE    DELIMITED BY SIZE
004340            INTO WS-DT-DETAIL
004350     END-STRING
004360
004740     MOVE OLD-SALARY      TO WS-ED-SALARY
004750     STRING 'PRIOR SALARY ' DELIMITED BY SIZE
004760            WS-ED-SALARY    DELIMITED BY SIZE
004765            ' EFF '         DELIMITED BY SIZE
004766            HIST-EFF-DATE   DELIMITED BY SIZE
004770            INTO WS-DT-DETAIL
004780     END-STRING
004790
005860 3400-FETCH-LIVE-HIST.
005870     EXEC SQL
005880       FETCH LHISCSR
005890        INTO :HIST-EMPID, :OLD-SALARY, :CHANGED-TS,
005895             :HIST-EFF-DATE
005900     END-EXEC
005910
005920     IF SQLCODE NOT = 0
