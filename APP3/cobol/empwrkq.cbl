       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPWRKQ.

      ***************************************************
      *   CICS DB2 COBOL PROGRAM FOR THE SUPERVISOR     *
      *   WORK QUEUE (TRANSACTION U05C).  READ-ONLY.    *
      *   ONE SUMMARY LINE PER CATEGORY OF WORK THAT    *
      *   IS WAITING ON A PERSON - COUNT AND THE AGE    *
      *   OF THE OLDEST ITEM:                           *
      *     1 SALARY CHANGES HELD FOR APPROVAL ('H')    *
      *     2 SALARY CHANGES EMPPEND COULD NOT APPLY    *
      *     3 RESENDS EMPACK GAVE UP ON (RESENDQ 'E')   *
      *     4 PAYSENT ROWS UNACKNOWLEDGED PAST THE      *
      *       AGING DAYS (EMPAGING'S DEFAULT OF 3)      *
      *     5 RUNLOG RUNS SINCE 18:00 YESTERDAY STILL   *
      *       AT 'R' OR ENDED NONZERO                   *
      *     6 TODAY'S SECEVENT DELETE DENIALS           *
      *   KEYING A CATEGORY LISTS ITS ITEMS, OLDEST     *
      *   FIRST, PAGED WITH PF7/PF8 LIKE THE BRWSMAP    *
      *   EMPLOYEE BROWSE.                              *
      *   A DB2 ERROR ON ANY CURSOR IS SHOWN ON THE     *
      *   MESSAGE LINE WITH ITS SQLCODE.                *
      ***************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SQLCODE  PIC -999.
      *    FIRST NEGATIVE SQLCODE SEEN IN THIS TASK, IF ANY
       01 WS-SQL-ERROR-CODE  PIC S9(9) USAGE COMP VALUE ZERO.

       01 WS-COMMAREA.
           05 WS-CA-STATE           PIC X(1).
               88 WS-CA-LIST-ACTIVE    VALUE 'L'.
           05 WS-CA-CAT             PIC X(1).
           05 WS-CA-AGING-DAYS      PIC 9(3).
           05 WS-CA-TOP-SEQ         PIC 9(9).
           05 WS-CA-NEXT-SEQ        PIC 9(9).

       01 WS-DEFAULT-AGING-DAYS     PIC 9(3) VALUE 3.
       01 WS-AGING-DAYS             PIC S9(4) USAGE COMP.
       01 WS-CAT                    PIC X(1).
       01 WS-AFTER-SEQ              PIC S9(9) USAGE COMP.
       01 WS-BEFORE-SEQ             PIC S9(9) USAGE COMP.
       01 WS-EDIT-SW                PIC X(1).
           88 WS-INPUT-OK              VALUE 'Y'.

      ***************************************************
      *  CATEGORY SUMMARY - COUNT AND OLDEST AGE IN     *
      *  HOURS, INDEXED BY CATEGORY NUMBER              *
      ***************************************************
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 6 TIMES.
               10 WS-SUM-COUNT      PIC S9(9) USAGE COMP.
               10 WS-SUM-HOURS      PIC S9(9) USAGE COMP.
       01 WS-SUM-IDX                PIC 9(1) VALUE ZERO.
       01 WS-SUM-EOF-SW             PIC X(1).
           88 WS-SUM-EOF               VALUE 'Y'.
       01 WS-SV-CAT                 PIC X(1).
       01 WS-SV-CAT-NUM REDEFINES WS-SV-CAT
                                    PIC 9(1).
       01 WS-SV-COUNT               PIC S9(9) USAGE COMP.
       01 WS-SV-HOURS               PIC S9(9) USAGE COMP.

       01 WS-CAT-DESC-VALUES.
           05 FILLER PIC X(38)
                  VALUE 'SALARY CHANGES HELD FOR APPROVAL (H)  '.
           05 FILLER PIC X(38)
                  VALUE 'SALARY CHANGES EMPPEND REJECTED (E)   '.
           05 FILLER PIC X(38)
                  VALUE 'PAYROLL RESENDS GIVEN UP (RESENDQ E)  '.
           05 FILLER PIC X(38)
                  VALUE 'PAYROLL SENDS NOT ACKED AFTER     DAYS'.
           05 FILLER PIC X(38)
                  VALUE 'RUNS STUCK OR NONZERO SINCE 18:00 YDAY'.
           05 FILLER PIC X(38)
                  VALUE 'DELETE DENIALS TODAY (SECEVENT D)     '.
       01 WS-CAT-DESC-TABLE REDEFINES WS-CAT-DESC-VALUES.
           05 WS-CAT-DESC OCCURS 6 TIMES
                                    PIC X(38).

       01 WS-SUM-LINE.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-CAT             PIC 9(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SL-DESC            PIC X(38).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SL-COUNT           PIC ZZ,ZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-SL-AGE.
               10 WS-SL-DAYS        PIC ZZZ9.
               10 WS-SL-D           PIC X(2).
               10 WS-SL-HRS         PIC Z9.
               10 WS-SL-H           PIC X(1).
           05 FILLER                PIC X(15) VALUE SPACES.
       01 WS-ED-AGING-DAYS          PIC ZZ9.
       01 WS-AGE-DAYS               PIC S9(9) USAGE COMP.
       01 WS-AGE-HRS                PIC S9(9) USAGE COMP.

      ***************************************************
      *  ONE WORK ITEM AS FETCHED                       *
      ***************************************************
       01 WS-WV-FIELDS.
           05 WS-WV-SEQ             PIC S9(9) USAGE COMP.
           05 WS-WV-TS              PIC X(26).
           05 WS-WV-EMPID           PIC S9(9) USAGE COMP.
           05 WS-WV-AMOUNT          PIC S9(9) USAGE COMP.
           05 WS-WV-EXTRA1          PIC X(10).
           05 WS-WV-EXTRA2          PIC X(8).

       01 WS-WL-TABLE.
           05 WS-WL-LINE OCCURS 8 TIMES
                                    PIC X(75).
       01 WS-WL-ROW-TEMP            PIC X(75).
       01 WS-WL-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-WL-IDX                 PIC 9(2) VALUE ZERO.
       01 WS-WL-JDX                 PIC 9(2) VALUE ZERO.
       01 WS-WL-HEADER              PIC X(75).
       01 WS-FIRST-SEQ              PIC S9(9) USAGE COMP.
       01 WS-LAST-SEQ               PIC S9(9) USAGE COMP.
       01 WS-ED-SEQ                 PIC Z(8)9.
       01 WS-ED-EMPID               PIC ZZZZ9.
       01 WS-ED-AMOUNT              PIC ZZZ,ZZZ,ZZ9.
       01 WS-ED-RC                  PIC ZZZ9.

       COPY DFHAID.
       COPY WRKQSET.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(23).

       PROCEDURE DIVISION.

      ***************************************************
      *  THE SIX WORK SOURCES MERGED INTO ONE LIST.     *
      *  T IS THE CATEGORY NUMBER; SEQ IS THE SOURCE    *
      *  TABLE'S IDENTITY, SO ASCENDING SEQ IS OLDEST   *
      *  FIRST WITHIN A CATEGORY AND IS THE PAGING KEY. *
      *  EMPID/AMT/X1/X2 CARRY WHAT EACH LIST SHOWS.    *
      ***************************************************
           EXEC SQL
             DECLARE WRKSCSR CURSOR FOR
             SELECT T, COUNT(*),
                    COALESCE(TIMESTAMPDIFF(8,
                       CHAR(CURRENT TIMESTAMP - MIN(TS))), 0)
               FROM (SELECT '1', ENTERED_TS
                       FROM PENDING_SALARY
                      WHERE APPLIED = 'H'
                     UNION ALL
                     SELECT '2', ENTERED_TS
                       FROM PENDING_SALARY
                      WHERE APPLIED = 'E'
                     UNION ALL
                     SELECT '3', QUEUED_TS
                       FROM RESENDQ
                      WHERE RES_STATUS = 'E'
                     UNION ALL
                     SELECT '4', SENT_TS
                       FROM PAYSENT
                      WHERE ACK_STATUS = 'P'
                        AND SENT_TS < CURRENT TIMESTAMP
                                      - :WS-AGING-DAYS DAY
                     UNION ALL
                     SELECT '5', START_TS
                       FROM RUNLOG
                      WHERE START_TS >=
                            TIMESTAMP(CURRENT DATE - 1 DAY,
                                      '18.00.00')
                        AND (RUN_STATUS = 'R' OR RETURN_CD <> 0)
                     UNION ALL
                     SELECT '6', EVENT_TS
                       FROM SECEVENT
                      WHERE EVENT_CODE = 'D'
                        AND EVENT_TS >=
                            TIMESTAMP(CURRENT DATE, '00.00.00'))
                    AS WQ (T, TS)
              GROUP BY T
           END-EXEC.

           EXEC SQL
             DECLARE WRKFCSR CURSOR FOR
             SELECT SEQ, CHAR(TS), EMPID, AMT, X1, X2
               FROM (SELECT '1', PEND_SEQ, ENTERED_TS, EMP_ID,
                            NEW_SALARY, CHAR(EFF_DATE, ISO),
                            ENTERED_BY
                       FROM PENDING_SALARY
                      WHERE APPLIED = 'H'
                     UNION ALL
                     SELECT '2', PEND_SEQ, ENTERED_TS, EMP_ID,
                            NEW_SALARY, CHAR(EFF_DATE, ISO),
                            ENTERED_BY
                       FROM PENDING_SALARY
                      WHERE APPLIED = 'E'
                     UNION ALL
                     SELECT '3', RES_SEQ, QUEUED_TS, EMP_ID,
                            ATTEMPTS, ' ', ' '
                       FROM RESENDQ
                      WHERE RES_STATUS = 'E'
                     UNION ALL
                     SELECT '4', SENT_SEQ, SENT_TS, EMP_ID,
                            0, ACTION_FLAG, ' '
                       FROM PAYSENT
                      WHERE ACK_STATUS = 'P'
                        AND SENT_TS < CURRENT TIMESTAMP
                                      - :WS-AGING-DAYS DAY
                     UNION ALL
                     SELECT '5', RUN_SEQ, START_TS, REC_COUNT,
                            RETURN_CD, RUN_STATUS, PGM_NAME
                       FROM RUNLOG
                      WHERE START_TS >=
                            TIMESTAMP(CURRENT DATE - 1 DAY,
                                      '18.00.00')
                        AND (RUN_STATUS = 'R' OR RETURN_CD <> 0)
                     UNION ALL
                     SELECT '6', SEC_SEQ, EVENT_TS, EMP_ID,
                            0, TERM_ID, OPER_ID
                       FROM SECEVENT
                      WHERE EVENT_CODE = 'D'
                        AND EVENT_TS >=
                            TIMESTAMP(CURRENT DATE, '00.00.00'))
                    AS WQ (T, SEQ, TS, EMPID, AMT, X1, X2)
              WHERE T = :WS-CAT
                AND SEQ > :WS-AFTER-SEQ
              ORDER BY SEQ ASC
           END-EXEC.

           EXEC SQL
             DECLARE WRKBCSR CURSOR FOR
             SELECT SEQ, CHAR(TS), EMPID, AMT, X1, X2
               FROM (SELECT '1', PEND_SEQ, ENTERED_TS, EMP_ID,
                            NEW_SALARY, CHAR(EFF_DATE, ISO),
                            ENTERED_BY
                       FROM PENDING_SALARY
                      WHERE APPLIED = 'H'
                     UNION ALL
                     SELECT '2', PEND_SEQ, ENTERED_TS, EMP_ID,
                            NEW_SALARY, CHAR(EFF_DATE, ISO),
                            ENTERED_BY
                       FROM PENDING_SALARY
                      WHERE APPLIED = 'E'
                     UNION ALL
                     SELECT '3', RES_SEQ, QUEUED_TS, EMP_ID,
                            ATTEMPTS, ' ', ' '
                       FROM RESENDQ
                      WHERE RES_STATUS = 'E'
                     UNION ALL
                     SELECT '4', SENT_SEQ, SENT_TS, EMP_ID,
                            0, ACTION_FLAG, ' '
                       FROM PAYSENT
                      WHERE ACK_STATUS = 'P'
                        AND SENT_TS < CURRENT TIMESTAMP
                                      - :WS-AGING-DAYS DAY
                     UNION ALL
                     SELECT '5', RUN_SEQ, START_TS, REC_COUNT,
                            RETURN_CD, RUN_STATUS, PGM_NAME
                       FROM RUNLOG
                      WHERE START_TS >=
                            TIMESTAMP(CURRENT DATE - 1 DAY,
                                      '18.00.00')
                        AND (RUN_STATUS = 'R' OR RETURN_CD <> 0)
                     UNION ALL
                     SELECT '6', SEC_SEQ, EVENT_TS, EMP_ID,
                            0, TERM_ID, OPER_ID
                       FROM SECEVENT
                      WHERE EVENT_CODE = 'D'
                        AND EVENT_TS >=
                            TIMESTAMP(CURRENT DATE, '00.00.00'))
                    AS WQ (T, SEQ, TS, EMPID, AMT, X1, X2)
              WHERE T = :WS-CAT
                AND SEQ < :WS-BEFORE-SEQ
              ORDER BY SEQ DESC
           END-EXEC.

           IF EIBCALEN NOT = ZERO
              MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
              MOVE LOW-VALUES TO WS-COMMAREA
              MOVE SPACE TO WS-CA-CAT
              MOVE WS-DEFAULT-AGING-DAYS TO WS-CA-AGING-DAYS
           END-IF

           EVALUATE TRUE

             WHEN EIBCALEN = ZERO
      *        LOGIC FOR THE FIRST CALL OF THE PROGRAM
               MOVE ZERO TO WS-WL-COUNT
               PERFORM BUILD-WRKQ-SCREEN
               MOVE 'KEY A CATEGORY (1-6) AND PRESS ENTER TO LIST ITS IT
      -             'EMS.' TO QMSGO
               PERFORM SEND-WRKQ-MAP

             WHEN EIBAID = DFHCLEAR
      *        LOGIC FOR WHEN THE USER PRESSES THE CLEAR KEY
               MOVE LOW-VALUES TO WS-COMMAREA
               MOVE SPACE TO WS-CA-CAT
               MOVE WS-DEFAULT-AGING-DAYS TO WS-CA-AGING-DAYS
               MOVE ZERO TO WS-WL-COUNT
               PERFORM BUILD-WRKQ-SCREEN
               PERFORM SEND-WRKQ-MAP

             WHEN EIBAID = DFHPF3
      *        LOGIC FOR WHEN THE USER PRESSES THE F3 KEY
               MOVE LOW-VALUES TO WRKQMAPO
               MOVE "END OF PROGRAM. PRESS CLEAR"
                 TO QMSGO
               PERFORM SEND-WRKQ-MAP

               EXEC CICS
                 RETURN
               END-EXEC

             WHEN EIBAID = DFHPF7
      *        LOGIC FOR WHEN THE USER PRESSES PF7 (PAGE BACK)
               IF WS-CA-LIST-ACTIVE
                  PERFORM WRKQ-PAGE-BACKWARD
                  PERFORM SEND-WRKQ-MAP
               ELSE
                  MOVE ZERO TO WS-WL-COUNT
                  PERFORM BUILD-WRKQ-SCREEN
                  MOVE "INVALID KEY PRESSED" TO QMSGO
                  PERFORM SEND-WRKQ-MAP
               END-IF

             WHEN EIBAID = DFHPF8
      *        LOGIC FOR WHEN THE USER PRESSES PF8 (PAGE FWD)
               IF WS-CA-LIST-ACTIVE
                  PERFORM WRKQ-PAGE-FORWARD
                  PERFORM SEND-WRKQ-MAP
               ELSE
                  MOVE ZERO TO WS-WL-COUNT
                  PERFORM BUILD-WRKQ-SCREEN
                  MOVE "INVALID KEY PRESSED" TO QMSGO
                  PERFORM SEND-WRKQ-MAP
               END-IF

             WHEN EIBAID = DFHENTER
      *        LOGIC FOR WHEN THE USER PRESSES THE ENTER KEY
               PERFORM RECEIVE-WRKQ-MAP
               PERFORM START-WRKQ-INQUIRY
               PERFORM SEND-WRKQ-MAP

             WHEN OTHER
      *        LOGIC FOR ANY OTHER CASES
               MOVE ZERO TO WS-WL-COUNT
               PERFORM BUILD-WRKQ-SCREEN
               MOVE "INVALID KEY PRESSED" TO QMSGO
               PERFORM SEND-WRKQ-MAP

           END-EVALUATE

           EXEC CICS
              RETURN TRANSID('U05C')
              COMMAREA (WS-COMMAREA)
           END-EXEC.

       SEND-WRKQ-MAP.

           IF WS-SQL-ERROR-CODE < 0
              PERFORM SQL-ERROR-MSG
           END-IF

           EXEC CICS SEND
              MAP    ('WRKQMAP')
              MAPSET ('WRKQSET')
              FROM   (WRKQMAPO)
              ERASE
           END-EXEC.

           EXIT.

       RECEIVE-WRKQ-MAP.

           EXEC CICS RECEIVE
              MAP    ('WRKQMAP')
              MAPSET ('WRKQSET')
              INTO   (WRKQMAPI)
           END-EXEC.

           EXIT.

      ***************************************************
      *  ENTER - TAKE ANY KEYED AGING DAYS AND CATEGORY,*
      *  REFRESH THE SUMMARY AND START THE CATEGORY'S   *
      *  LIST AT ITS OLDEST ITEM.  A BLANK CATEGORY     *
      *  SHOWS THE SUMMARY ONLY.                        *
      ***************************************************
       START-WRKQ-INQUIRY.

           MOVE 'Y' TO WS-EDIT-SW
           MOVE ZERO TO WS-WL-COUNT

           IF QAGEL > ZERO
              IF QAGEI IS NUMERIC AND QAGEI > ZERO
                 MOVE QAGEI TO WS-CA-AGING-DAYS
              ELSE
                 MOVE 'N' TO WS-EDIT-SW
                 PERFORM BUILD-WRKQ-SCREEN
                 MOVE 'AGING DAYS MUST BE 1-999.' TO QMSGO
              END-IF
           END-IF

           IF WS-INPUT-OK AND QSELL > ZERO
              IF QSELI = SPACE OR LOW-VALUE
                 OR (QSELI >= '1' AND QSELI <= '6')
                 MOVE QSELI TO WS-CA-CAT
                 IF WS-CA-CAT = LOW-VALUE
                    MOVE SPACE TO WS-CA-CAT
                 END-IF
              ELSE
                 MOVE 'N' TO WS-EDIT-SW
                 PERFORM BUILD-WRKQ-SCREEN
                 MOVE 'CATEGORY MUST BE 1-6, OR BLANK FOR THE SUMMARY ON
      -                'LY.' TO QMSGO
              END-IF
           END-IF

           IF WS-INPUT-OK
              IF WS-CA-CAT = SPACE
                 MOVE SPACE TO WS-CA-STATE
                 PERFORM BUILD-WRKQ-SCREEN
                 MOVE 'SUMMARY REFRESHED. KEY A CATEGORY (1-6) TO LIST I
      -                'TS ITEMS.' TO QMSGO
              ELSE
                 SET WS-CA-LIST-ACTIVE TO TRUE
                 MOVE ZERO TO WS-CA-NEXT-SEQ
                 MOVE ZERO TO WS-CA-TOP-SEQ
                 PERFORM WRKQ-PAGE-FORWARD
              END-IF
           END-IF.

           EXIT.

       WRKQ-PAGE-FORWARD.

           MOVE ZERO TO WS-WL-COUNT
           MOVE WS-CA-CAT TO WS-CAT
           MOVE WS-CA-AGING-DAYS TO WS-AGING-DAYS
           MOVE WS-CA-NEXT-SEQ TO WS-AFTER-SEQ

           EXEC SQL OPEN WRKFCSR END-EXEC

           IF SQLCODE < 0
              PERFORM SAVE-SQL-ERROR
           ELSE
              PERFORM FETCH-WRKQ-FWD-ROW
                VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > 8
              EXEC SQL CLOSE WRKFCSR END-EXEC
           END-IF

           IF WS-WL-COUNT = 0
              PERFORM BUILD-WRKQ-SCREEN
              MOVE 'NO MORE ITEMS IN THIS CATEGORY.' TO QMSGO
           ELSE
              MOVE WS-FIRST-SEQ TO WS-CA-TOP-SEQ
              MOVE WS-LAST-SEQ  TO WS-CA-NEXT-SEQ
              PERFORM BUILD-WRKQ-SCREEN
              MOVE 'PF7=PREVIOUS PAGE  PF8=NEXT PAGE  PF3=END'
                TO QMSGO
           END-IF.

           EXIT.

       FETCH-WRKQ-FWD-ROW.

           EXEC SQL
             FETCH WRKFCSR
               INTO :WS-WV-SEQ, :WS-WV-TS, :WS-WV-EMPID,
                    :WS-WV-AMOUNT, :WS-WV-EXTRA1, :WS-WV-EXTRA2
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-WL-COUNT
              IF WS-WL-COUNT = 1
                 MOVE WS-WV-SEQ TO WS-FIRST-SEQ
              END-IF
              MOVE WS-WV-SEQ TO WS-LAST-SEQ
              PERFORM FORMAT-WRKQ-LINE
           END-IF

           IF SQLCODE < 0
              PERFORM SAVE-SQL-ERROR
           END-IF.

           EXIT.

       WRKQ-PAGE-BACKWARD.

           MOVE ZERO TO WS-WL-COUNT
           MOVE WS-CA-CAT TO WS-CAT
           MOVE WS-CA-AGING-DAYS TO WS-AGING-DAYS
           MOVE WS-CA-TOP-SEQ TO WS-BEFORE-SEQ

           EXEC SQL OPEN WRKBCSR END-EXEC

           IF SQLCODE < 0
              PERFORM SAVE-SQL-ERROR
           ELSE
              PERFORM FETCH-WRKQ-BCK-ROW
                VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > 8
              EXEC SQL CLOSE WRKBCSR END-EXEC
           END-IF

           IF WS-WL-COUNT = 0
              PERFORM BUILD-WRKQ-SCREEN
              MOVE 'ALREADY AT THE OLDEST ITEM.' TO QMSGO
           ELSE
              PERFORM REVERSE-WRKQ-TABLE
              MOVE WS-LAST-SEQ  TO WS-CA-TOP-SEQ
              MOVE WS-FIRST-SEQ TO WS-CA-NEXT-SEQ
              PERFORM BUILD-WRKQ-SCREEN
              MOVE 'PF7=PREVIOUS PAGE  PF8=NEXT PAGE  PF3=END'
                TO QMSGO
           END-IF.

           EXIT.

       FETCH-WRKQ-BCK-ROW.

           EXEC SQL
             FETCH WRKBCSR
               INTO :WS-WV-SEQ, :WS-WV-TS, :WS-WV-EMPID,
                    :WS-WV-AMOUNT, :WS-WV-EXTRA1, :WS-WV-EXTRA2
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-WL-COUNT
              IF WS-WL-COUNT = 1
                 MOVE WS-WV-SEQ TO WS-FIRST-SEQ
              END-IF
              MOVE WS-WV-SEQ TO WS-LAST-SEQ
              PERFORM FORMAT-WRKQ-LINE
           END-IF

           IF SQLCODE < 0
              PERFORM SAVE-SQL-ERROR
           END-IF.

           EXIT.

      ***************************************************
      *  ONE FETCHED ITEM FORMATTED INTO THE LIST LINE  *
      *  AT WS-WL-IDX, LAID OUT FOR ITS CATEGORY        *
      ***************************************************
       FORMAT-WRKQ-LINE.

           MOVE SPACES TO WS-WL-LINE (WS-WL-IDX)
           MOVE WS-WV-SEQ    TO WS-ED-SEQ
           MOVE WS-WV-EMPID  TO WS-ED-EMPID
           MOVE WS-WV-AMOUNT TO WS-ED-AMOUNT

           EVALUATE WS-CAT
             WHEN '1'
             WHEN '2'
               STRING WS-ED-SEQ '  '
                      WS-ED-EMPID '  '
                      WS-ED-AMOUNT '  '
                      WS-WV-EXTRA1 '  '
                      WS-WV-EXTRA2 (1:3) '  '
                      WS-WV-TS (1:19)
                      DELIMITED BY SIZE
                      INTO WS-WL-LINE (WS-WL-IDX)
               END-STRING
             WHEN '3'
               STRING WS-ED-SEQ '  '
                      WS-ED-EMPID '  '
                      WS-ED-AMOUNT '  '
                      WS-WV-TS (1:19)
                      DELIMITED BY SIZE
                      INTO WS-WL-LINE (WS-WL-IDX)
               END-STRING
             WHEN '4'
               STRING WS-ED-SEQ '  '
                      WS-ED-EMPID '     '
                      WS-WV-EXTRA1 (1:1) '      '
                      WS-WV-TS (1:19)
                      DELIMITED BY SIZE
                      INTO WS-WL-LINE (WS-WL-IDX)
               END-STRING
             WHEN '5'
               MOVE WS-WV-EMPID  TO WS-ED-AMOUNT
               MOVE WS-WV-AMOUNT TO WS-ED-RC
               STRING WS-ED-SEQ '  '
                      WS-WV-EXTRA2 '  '
                      WS-WV-EXTRA1 (1:1) '   '
                      WS-ED-RC '  '
                      WS-ED-AMOUNT '  '
                      WS-WV-TS (1:19)
                      DELIMITED BY SIZE
                      INTO WS-WL-LINE (WS-WL-IDX)
               END-STRING
             WHEN '6'
               STRING WS-ED-SEQ '  '
                      WS-ED-EMPID '  '
                      WS-WV-EXTRA1 (1:4) '  '
                      WS-WV-EXTRA2 (1:3) '   '
                      WS-WV-TS (1:19)
                      DELIMITED BY SIZE
                      INTO WS-WL-LINE (WS-WL-IDX)
               END-STRING
           END-EVALUATE.

           EXIT.

       REVERSE-WRKQ-TABLE.

           IF WS-WL-COUNT > 1
              PERFORM SWAP-WRKQ-ROW
                VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > WS-WL-COUNT / 2
           END-IF.

           EXIT.

       SWAP-WRKQ-ROW.

           COMPUTE WS-WL-JDX = WS-WL-COUNT - WS-WL-IDX + 1
           MOVE WS-WL-LINE (WS-WL-IDX) TO WS-WL-ROW-TEMP
           MOVE WS-WL-LINE (WS-WL-JDX) TO WS-WL-LINE (WS-WL-IDX)
           MOVE WS-WL-ROW-TEMP         TO WS-WL-LINE (WS-WL-JDX).

           EXIT.

      ***************************************************
      *  COUNT AND OLDEST AGE PER CATEGORY, FRESH ON    *
      *  EVERY SCREEN.  A CATEGORY WITH NOTHING WAITING *
      *  RETURNS NO GROUP AND STAYS AT ZERO.            *
      ***************************************************
       LOAD-WRKQ-SUMMARY.

           INITIALIZE WS-SUM-TABLE
           MOVE WS-CA-AGING-DAYS TO WS-AGING-DAYS
           MOVE 'N' TO WS-SUM-EOF-SW

           EXEC SQL OPEN WRKSCSR END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-SUM-EOF-SW
              IF SQLCODE < 0
                 PERFORM SAVE-SQL-ERROR
              END-IF
           ELSE
              PERFORM FETCH-WRKQ-SUM-ROW
                UNTIL WS-SUM-EOF
              EXEC SQL CLOSE WRKSCSR END-EXEC
           END-IF.

           EXIT.

       FETCH-WRKQ-SUM-ROW.

           EXEC SQL
             FETCH WRKSCSR
               INTO :WS-SV-CAT, :WS-SV-COUNT, :WS-SV-HOURS
           END-EXEC

           IF SQLCODE = 0
              IF WS-SV-CAT-NUM >= 1 AND WS-SV-CAT-NUM <= 6
                 MOVE WS-SV-COUNT
                   TO WS-SUM-COUNT (WS-SV-CAT-NUM)
                 MOVE WS-SV-HOURS
                   TO WS-SUM-HOURS (WS-SV-CAT-NUM)
              END-IF
           ELSE
              MOVE 'Y' TO WS-SUM-EOF-SW
              IF SQLCODE < 0
                 PERFORM SAVE-SQL-ERROR
              END-IF
           END-IF.

           EXIT.

       FORMAT-WRKQ-SUM-LINE.

           MOVE WS-SUM-IDX TO WS-SL-CAT
           MOVE WS-CAT-DESC (WS-SUM-IDX) TO WS-SL-DESC
           IF WS-SUM-IDX = 4
              MOVE WS-CA-AGING-DAYS TO WS-ED-AGING-DAYS
              MOVE WS-ED-AGING-DAYS TO WS-SL-DESC (31:3)
           END-IF
           MOVE WS-SUM-COUNT (WS-SUM-IDX) TO WS-SL-COUNT
           IF WS-SUM-COUNT (WS-SUM-IDX) = ZERO
              MOVE '       -' TO WS-SL-AGE
           ELSE
              DIVIDE WS-SUM-HOURS (WS-SUM-IDX) BY 24
                GIVING WS-AGE-DAYS REMAINDER WS-AGE-HRS
              MOVE WS-AGE-DAYS TO WS-SL-DAYS
              MOVE WS-AGE-HRS  TO WS-SL-HRS
              MOVE 'D ' TO WS-SL-D
              MOVE 'H'  TO WS-SL-H
           END-IF.

           EXIT.

      ***************************************************
      *  THE LIST HEADING FOR THE CATEGORY BEING PAGED  *
      ***************************************************
       SET-WRKQ-LIST-HEADER.

           EVALUATE WS-CA-CAT
             WHEN '1'
             WHEN '2'
               MOVE '      SEQ  EMP ID   NEW SALARY  EFF DATE    BY   EN
      -             'TERED' TO WS-WL-HEADER
             WHEN '3'
               MOVE '      SEQ  EMP ID     ATTEMPTS  QUEUED'
                 TO WS-WL-HEADER
             WHEN '4'
               MOVE '      SEQ  EMP ID  ACTION  SENT'
                 TO WS-WL-HEADER
             WHEN '5'
               MOVE
                 '      SEQ  PROGRAM   ST    RC      RECORDS  STARTED'
                 TO WS-WL-HEADER
             WHEN '6'
               MOVE '      SEQ  EMP ID  TERM  OPER  DENIED'
                 TO WS-WL-HEADER
             WHEN OTHER
               MOVE SPACES TO WS-WL-HEADER
           END-EVALUATE.

           EXIT.

       BUILD-WRKQ-SCREEN.

           MOVE LOW-VALUES TO WRKQMAPO
           MOVE WS-CA-AGING-DAYS TO QAGEO
           MOVE WS-CA-CAT TO QSELO

           PERFORM LOAD-WRKQ-SUMMARY

           MOVE 1 TO WS-SUM-IDX
           PERFORM FORMAT-WRKQ-SUM-LINE
           MOVE WS-SUM-LINE TO QC1O
           MOVE 2 TO WS-SUM-IDX
           PERFORM FORMAT-WRKQ-SUM-LINE
           MOVE WS-SUM-LINE TO QC2O
           MOVE 3 TO WS-SUM-IDX
           PERFORM FORMAT-WRKQ-SUM-LINE
           MOVE WS-SUM-LINE TO QC3O
           MOVE 4 TO WS-SUM-IDX
           PERFORM FORMAT-WRKQ-SUM-LINE
           MOVE WS-SUM-LINE TO QC4O
           MOVE 5 TO WS-SUM-IDX
           PERFORM FORMAT-WRKQ-SUM-LINE
           MOVE WS-SUM-LINE TO QC5O
           MOVE 6 TO WS-SUM-IDX
           PERFORM FORMAT-WRKQ-SUM-LINE
           MOVE WS-SUM-LINE TO QC6O

           IF WS-CA-LIST-ACTIVE
              PERFORM SET-WRKQ-LIST-HEADER
              MOVE WS-WL-HEADER TO QHDRO
           END-IF

           IF WS-WL-COUNT >= 1
              MOVE WS-WL-LINE (1) TO QL1O
           END-IF
           IF WS-WL-COUNT >= 2
              MOVE WS-WL-LINE (2) TO QL2O
           END-IF
           IF WS-WL-COUNT >= 3
              MOVE WS-WL-LINE (3) TO QL3O
           END-IF
           IF WS-WL-COUNT >= 4
              MOVE WS-WL-LINE (4) TO QL4O
           END-IF
           IF WS-WL-COUNT >= 5
              MOVE WS-WL-LINE (5) TO QL5O
           END-IF
           IF WS-WL-COUNT >= 6
              MOVE WS-WL-LINE (6) TO QL6O
           END-IF
           IF WS-WL-COUNT >= 7
              MOVE WS-WL-LINE (7) TO QL7O
           END-IF
           IF WS-WL-COUNT >= 8
              MOVE WS-WL-LINE (8) TO QL8O
           END-IF.

           EXIT.

       SAVE-SQL-ERROR.

           IF WS-SQL-ERROR-CODE = ZERO
              MOVE SQLCODE TO WS-SQL-ERROR-CODE
           END-IF.

           EXIT.

      ***************************************************
      *  THE SCREEN BUILT SO FAR IS KEPT - ONLY THE     *
      *  MESSAGE LINE IS REPLACED.                      *
      ***************************************************
       SQL-ERROR-MSG.

           MOVE SPACES TO QMSGO
           MOVE WS-SQL-ERROR-CODE TO WS-SQLCODE
           STRING 'AN ERROR OCCURRED. SQLCODE: '
                   WS-SQLCODE
                   DELIMITED BY SIZE
                   INTO QMSGO
           END-STRING.

           EXIT.
