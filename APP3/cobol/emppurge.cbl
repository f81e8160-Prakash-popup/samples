000260*    09/02/2026  DLR  ADDRAUDIT (ADDRESS AUDIT TRAIL) PURGED
000270*                     AND ARCHIVED TO THE ADRARCH GDG WITH
000280*                     THE OTHER AUDIT DATA.
000285*    10/15/2026  DLR  SALARY HISTORY ARCHIVE CARRIES EFF_DATE
000286*                     AFTER CHANGED_TS.  LRECL NOW 63.
000290****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000600     05  ARC-HIS-EMPID           PIC 9(09).
000610     05  ARC-OLD-SALARY          PIC 9(09).
000620     05  ARC-CHANGED-TS          PIC X(26).
000625     05  ARC-EFF-DATE            PIC X(10).
000630
000640 FD  ADRARCH
000650     RECORDING MODE IS F
002370
002380     EXEC SQL
002390       DECLARE HISARCSR CURSOR FOR
002400       SELECT HIST_SEQ, EMP_ID, OLD_SALARY, CHAR(CHANGED_TS),
002405              CHAR(EFF_DATE, ISO)
002410         FROM SALARY_HISTORY
002420        WHERE CHANGED_TS < :WS-CUTOFF-TS
002430        ORDER BY HIST_SEQ
003270     MOVE HIST-EMPID   TO ARC-HIS-EMPID
003280     MOVE OLD-SALARY   TO ARC-OLD-SALARY
003290     MOVE CHANGED-TS   TO ARC-CHANGED-TS
003295     MOVE HIST-EFF-DATE TO ARC-EFF-DATE
003300
003310     WRITE HIS-ARCH-RECORD
003320
003420 4100-FETCH-HISTORY.
003430     EXEC SQL
003440       FETCH HISARCSR
003450        INTO :HIST-SEQ, :HIST-EMPID, :OLD-SALARY, :CHANGED-TS,
003455             :HIST-EFF-DATE
003460     END-EXEC
003470
003480     IF SQLCODE NOT = 0
