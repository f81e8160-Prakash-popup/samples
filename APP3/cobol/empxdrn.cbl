000150*               WRITES THE RESULT TO THE CATALOGED INTERFACE   *
000160*               DATASET.  A SMALL CONTROL REPORT SHOWS RECORDS *
000170*               DRAINED, SUPERSEDED AND WRITTEN.               *
000172*               ADDRESS AND PHONE ARRIVE AS THE OPERATOR SAW   *
000175*               THEM - MASKED ('*') WITHOUT CONTACT_AUTH - AND *
000178*               ARE PASSED THROUGH UNCHANGED.                  *
000180*    CALLED BY: JOB EMPXDRNJ, STEP STEP010.                    *
000190*                                                              *
000200****************************************************************
000240*    09/02/2026  DLR  RUN START/END, RECORD COUNT AND RETURN
000250*                     CODE RECORDED IN RUNLOG FOR THE EMPOPSR
000260*                     OPERATIONS SUMMARY.
000262*    10/15/2026  DLR  STREET, CITY, POSTAL CODE AND PHONE
000265*                     CARRIED FROM THE EXPORT QUEUE (LRECL 124)
000268*                     TO THE INTERFACE DATASET (LRECL 134).
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000460     05  EXP-LNAME               PIC X(15).
000470     05  EXP-SALARY              PIC 9(05).
000480     05  EXP-DEPT                PIC X(03).
000482     05  EXP-STREET              PIC X(30).
000485     05  EXP-CITY                PIC X(20).
000486     05  EXP-POSTAL              PIC X(10).
000488     05  EXP-PHONE               PIC X(15).
000490     05  FILLER                  PIC X(06).
000500
000510 FD  OUTFILE
000580     05  OUT-SALARY              PIC 9(05).
000590     05  OUT-DEPT                PIC X(03).
000600     05  OUT-EXPORT-DATE         PIC X(10).
000602     05  OUT-STREET              PIC X(30).
000605     05  OUT-CITY                PIC X(20).
000606     05  OUT-POSTAL              PIC X(10).
000608     05  OUT-PHONE               PIC X(15).
000610     05  FILLER                  PIC X(06).
000620
000630 FD  CTLFILE
001030         10  WS-XT-LNAME            PIC X(15).
001040         10  WS-XT-SALARY           PIC 9(05).
001050         10  WS-XT-DEPT             PIC X(03).
001052         10  WS-XT-STREET           PIC X(30).
001055         10  WS-XT-CITY             PIC X(20).
001056         10  WS-XT-POSTAL           PIC X(10).
001058         10  WS-XT-PHONE            PIC X(15).
001060 01  WS-XT-IDX                      PIC S9(04) USAGE COMP
001070                                         VALUE ZERO.
001080 01  WS-XT-HIT                      PIC S9(04) USAGE COMP
002580     MOVE EXP-FNAME  TO WS-XT-FNAME (WS-XT-HIT)
002590     MOVE EXP-LNAME  TO WS-XT-LNAME (WS-XT-HIT)
002600     MOVE EXP-SALARY TO WS-XT-SALARY (WS-XT-HIT)
002605     MOVE EXP-DEPT   TO WS-XT-DEPT (WS-XT-HIT)
002610     MOVE EXP-STREET TO WS-XT-STREET (WS-XT-HIT)
002611     MOVE EXP-CITY   TO WS-XT-CITY (WS-XT-HIT)
002615     MOVE EXP-POSTAL TO WS-XT-POSTAL (WS-XT-HIT)
002616     MOVE EXP-PHONE  TO WS-XT-PHONE (WS-XT-HIT).
002620 2300-EXIT.
002630     EXIT.
002640
002840     MOVE WS-XT-SALARY (WS-XT-IDX) TO OUT-SALARY
002850     MOVE WS-XT-DEPT (WS-XT-IDX)   TO OUT-DEPT
002860     MOVE WS-EXPORT-DATE           TO OUT-EXPORT-DATE
002862     MOVE WS-XT-STREET (WS-XT-IDX) TO OUT-STREET
002865     MOVE WS-XT-CITY (WS-XT-IDX)   TO OUT-CITY
002866     MOVE WS-XT-POSTAL (WS-XT-IDX) TO OUT-POSTAL
002868     MOVE WS-XT-PHONE (WS-XT-IDX)  TO OUT-PHONE
002870
002880     WRITE OUT-RECORD
002890
