000150*               REPEAT OFFENDER.  A DETAIL SECTION LISTS       *
000160*               EVERY DENIED ATTEMPT WITH THE TARGET EMP_ID,   *
000170*               TERMINAL AND TIMESTAMP.                        *
000172*               A LAST SECTION LISTS WHO VIEWED WHICH          *
000175*               EMPLOYEE'S ADDRESS AND PHONE UNMASKED IN THE   *
000178*               PAST SEVEN DAYS (SECEVENT EVENT_CODE 'V').     *
000180*    CALLED BY: JOB EMPSECRJ, STEP STEP010.                    *
000190*                                                              *
000200****************************************************************
000240*    09/02/2026  DLR  RUN START/END, RECORD COUNT AND RETURN
000250*                     CODE RECORDED IN RUNLOG FOR THE EMPOPSR
000260*                     OPERATIONS SUMMARY.
000262*    10/15/2026  DLR  CONTACT DATA VIEWS SECTION - EVERY
000265*                     UNMASKED ADDRESS/PHONE VIEW OF THE PAST
000268*                     SEVEN DAYS BY OPERATOR, WITH THE EMPLOYEE.
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000470         88  WS-EOF-SUMMARY             VALUE 'Y'.
000480     05  WS-SW-DTL-EOF              PIC X(01) VALUE 'N'.
000490         88  WS-EOF-DETAIL              VALUE 'Y'.
000495     05  WS-SW-VIEW-EOF             PIC X(01) VALUE 'N'.
000496         88  WS-EOF-VIEWS               VALUE 'Y'.
000500
000510 01  WS-COUNTERS.
000520     05  WS-OPERATOR-COUNT          PIC 9(05) USAGE COMP
000530                                         VALUE ZERO.
000540     05  WS-OFFENDER-COUNT          PIC 9(05) USAGE COMP
000545                                         VALUE ZERO.
000546     05  WS-VIEW-COUNT              PIC 9(05) USAGE COMP
000550                                         VALUE ZERO.
000560
000570 77  WS-OFFENDER-THRESHOLD          PIC S9(04) USAGE COMP
000660                                         VALUE ZERO.
000670     05  WS-SM-DENY-COUNT           PIC S9(09) USAGE COMP
000680                                         VALUE ZERO.
000682****************************************************************
000685*    CONTACT VIEW CURSOR HOST FIELDS                           *
000686****************************************************************
000687 01  WS-VIEW-FIELDS.
000688     05  WS-VW-LAST-NAME            PIC X(15) VALUE SPACES.
000689     05  WS-VW-FIRST-NAME           PIC X(15) VALUE SPACES.
000690
000700****************************************************************
000710*    PRINT LINE LAYOUTS                                        *
001100     05  FILLER                     PIC X(03) VALUE SPACES.
001110     05  WS-DL-EVENT-TS             PIC X(26).
001120     05  FILLER                     PIC X(82) VALUE SPACES.
001122 01  WS-VIEW-HEADING.
001123     05  FILLER                     PIC X(01) VALUE SPACE.
001125     05  FILLER                     PIC X(45) VALUE
001126         'CONTACT DATA VIEWED (PAST 7 DAYS) - OPERATOR,'.
001130     05  FILLER                     PIC X(30) VALUE
001131         ' TERMINAL, EMPLOYEE, NAME, TS '.
001132     05  FILLER                     PIC X(57) VALUE SPACES.
001133
001134 01  WS-VIEW-LINE.
001135     05  FILLER                     PIC X(01) VALUE SPACE.
001136     05  WS-VL-OPER-ID              PIC X(03).
001137     05  FILLER                     PIC X(05) VALUE SPACES.
001138     05  WS-VL-TERM-ID              PIC X(04).
001139     05  FILLER                     PIC X(04) VALUE SPACES.
001140     05  WS-VL-EMP-ID               PIC 9(05).
001141     05  FILLER                     PIC X(03) VALUE SPACES.
001142     05  WS-VL-LAST-NAME            PIC X(15).
001143     05  FILLER                     PIC X(01) VALUE SPACE.
001144     05  WS-VL-FIRST-NAME           PIC X(15).
001145     05  FILLER                     PIC X(03) VALUE SPACES.
001146     05  WS-VL-EVENT-TS             PIC X(26).
001147     05  FILLER                     PIC X(48) VALUE SPACES.
001148
001149 01  WS-TOTALS-LINE.
001150     05  FILLER                     PIC X(01) VALUE SPACE.
001160     05  FILLER                     PIC X(11) VALUE
001170         'OPERATORS: '.
001190     05  FILLER                     PIC X(19) VALUE
001200         '  REPEAT OFFENDERS:'.
001210     05  WS-TL-OFFENDERS            PIC ZZ,ZZ9.
001215     05  FILLER                     PIC X(23) VALUE
001220         '  CONTACT DATA VIEWS:  '.
001222     05  WS-TL-VIEWS                PIC ZZ,ZZ9.
001225     05  FILLER                     PIC X(61) VALUE SPACES.
001230
001240 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
001250
001470     PERFORM 2000-PRINT-SUMMARY    THRU 2000-EXIT
001480         UNTIL WS-EOF-SUMMARY
001490     PERFORM 3000-PRINT-DETAIL     THRU 3000-EXIT
001495     PERFORM 4000-PRINT-VIEWS      THRU 4000-EXIT
001500     PERFORM 8000-TERMINATE        THRU 8000-EXIT
001510     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
001520     GO TO 9999-EXIT.
001820         FROM SECEVENT
001830        WHERE EVENT_CODE = 'D'
001840        ORDER BY OPER_ID, EVENT_TS
001842     END-EXEC
001845     EXEC SQL
001846       DECLARE SECVWCSR CURSOR FOR
001850       SELECT S.OPER_ID, S.TERM_ID, S.EMP_ID,
001851              COALESCE(E.LAST_NAME, ' '),
001852              COALESCE(E.FIRST_NAME, ' '), CHAR(S.EVENT_TS)
001853         FROM SECEVENT S
001854         LEFT OUTER JOIN EMPLOYEE E
001855           ON E.EMP_ID = S.EMP_ID
001856        WHERE S.EVENT_CODE = 'V'
001857          AND S.EVENT_TS >= CURRENT TIMESTAMP - 7 DAYS
001858        ORDER BY S.OPER_ID, S.EVENT_TS
001859     END-EXEC
001860
001870     EXEC SQL OPEN SECSUMCSR END-EXEC
001880
002800     PERFORM 3100-FETCH-DETAIL THRU 3100-EXIT.
002810 3200-EXIT.
002820     EXIT.
002821****************************************************************
002822*    4000-PRINT-VIEWS - EVERY UNMASKED CONTACT DATA VIEW OF    *
002823*    THE PAST SEVEN DAYS, IN OPERATOR AND TIME ORDER.  THE     *
002824*    NAME IS BLANK WHERE THE EMPLOYEE HAS SINCE BEEN REMOVED.  *
002825****************************************************************
002826 4000-PRINT-VIEWS.
002827     WRITE SEC-RECORD FROM WS-BLANK-LINE
002828     WRITE SEC-RECORD FROM WS-VIEW-HEADING
002829
002830     EXEC SQL OPEN SECVWCSR END-EXEC
002831
002832     PERFORM 4100-FETCH-VIEW THRU 4100-EXIT
002833     PERFORM 4200-WRITE-VIEW THRU 4200-EXIT
002834         UNTIL WS-EOF-VIEWS
002835
002836     EXEC SQL CLOSE SECVWCSR END-EXEC.
002837 4000-EXIT.
002838     EXIT.
002839
002840****************************************************************
002841*    4100-FETCH-VIEW - NEXT CONTACT DATA VIEW, EOF ON END       *
002842****************************************************************
002843 4100-FETCH-VIEW.
002844     EXEC SQL
002845       FETCH SECVWCSR
002846        INTO :SEC-OPER-ID, :SEC-TERM-ID, :SEC-EMPID,
002847             :WS-VW-LAST-NAME, :WS-VW-FIRST-NAME,
002848             :SEC-EVENT-TS
002849     END-EXEC
002850
002851     IF SQLCODE NOT = 0
002852        MOVE 'Y' TO WS-SW-VIEW-EOF
002853     END-IF.
002854 4100-EXIT.
002855     EXIT.
002856
002857****************************************************************
002858*    4200-WRITE-VIEW                                           *
002859****************************************************************
002860 4200-WRITE-VIEW.
002861     MOVE SEC-OPER-ID      TO WS-VL-OPER-ID
002862     MOVE SEC-TERM-ID      TO WS-VL-TERM-ID
002863     MOVE SEC-EMPID        TO WS-VL-EMP-ID
002864     MOVE WS-VW-LAST-NAME  TO WS-VL-LAST-NAME
002865     MOVE WS-VW-FIRST-NAME TO WS-VL-FIRST-NAME
002866     MOVE SEC-EVENT-TS     TO WS-VL-EVENT-TS
002867
002868     WRITE SEC-RECORD FROM WS-VIEW-LINE
002869
002870     ADD 1 TO WS-VIEW-COUNT
002871
002872     PERFORM 4100-FETCH-VIEW THRU 4100-EXIT.
002873 4200-EXIT.
002874     EXIT.
002875
002876****************************************************************
002877*    8000-TERMINATE - TOTALS AND CLOSE UP                       *
002878****************************************************************
002879 8000-TERMINATE.
002880     MOVE WS-OPERATOR-COUNT TO WS-TL-OPERATORS
002890     MOVE WS-OFFENDER-COUNT TO WS-TL-OFFENDERS
002895     MOVE WS-VIEW-COUNT     TO WS-TL-VIEWS
002900     WRITE SEC-RECORD FROM WS-BLANK-LINE
002910     WRITE SEC-RECORD FROM WS-TOTALS-LINE
002920
