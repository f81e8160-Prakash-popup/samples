      *   LIKE THE BRWSMAP EMPLOYEE BROWSE.  THE        *
      *   INQUIRY ALSO WORKS FOR AN EMPLOYEE NO LONGER  *
      *   ON FILE - THE AUDIT TRAIL OUTLIVES THE ROW.   *
      *                                                 *
      *   THE EMPLOYEE'S ADDRESS AND PHONE ARE READ     *
      *   ONCE PER INQUIRY THROUGH EMPSRV, SO THEY ARE  *
      *   MASKED FOR AN OPERATOR WITHOUT CONTACT_AUTH   *
      *   AND AN UNMASKED VIEW IS LOGGED TO SECEVENT.   *
      *   THE LINE SHOWN RIDES IN THE COMMAREA WHILE    *
      *   PAGING.                                       *
      ***************************************************

       ENVIRONMENT DIVISION.
           05 WS-CA-EMPID           PIC 9(5).
           05 WS-CA-TOP-TS          PIC X(26).
           05 WS-CA-NEXT-TS         PIC X(26).
           05 WS-CA-ADDR-LINE       PIC X(62).
           05 WS-CA-PHONE           PIC X(15).

       01 WS-ADDR-LINE.
           05 WS-AL-STREET          PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AL-CITY            PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-AL-POSTAL          PIC X(10).

       01 WS-LOW-TS     PIC X(26)
                        VALUE '0001-01-01-00.00.00.000000'.

       COPY DFHAID.
       COPY HISTSET.
       COPY EMPSRVIO.

           EXEC SQL
             INCLUDE SQLCA

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(135).

       PROCEDURE DIVISION.

              SET WS-CA-HIST-ACTIVE TO TRUE
              MOVE WS-LOW-TS TO WS-CA-NEXT-TS
              MOVE WS-LOW-TS TO WS-CA-TOP-TS
              PERFORM FETCH-CONTACT-DATA
              PERFORM HIST-PAGE-FORWARD
           END-IF.

           EXIT.

      ***************************************************
      *  ADDRESS AND PHONE THROUGH EMPSRV - BLANK FOR   *
      *  AN EMPLOYEE NO LONGER ON FILE                  *
      ***************************************************
       FETCH-CONTACT-DATA.

           MOVE 'S'         TO ESR-ACTION-CODE
           MOVE WS-CA-EMPID TO ESR-EMP-ID
           MOVE SPACE       TO ESR-READ-TYPE

           PERFORM CALL-EMPSRV

           IF SQLCODE = 0
              MOVE ESR-OUT-STREET TO WS-AL-STREET
              MOVE ESR-OUT-CITY   TO WS-AL-CITY
              MOVE ESR-OUT-POSTAL TO WS-AL-POSTAL
              MOVE WS-ADDR-LINE   TO WS-CA-ADDR-LINE
              MOVE ESR-OUT-PHONE  TO WS-CA-PHONE
           ELSE
              MOVE SPACES TO WS-CA-ADDR-LINE
              MOVE SPACES TO WS-CA-PHONE
           END-IF.

           EXIT.

       CALL-EMPSRV.

      *    THE OPERATOR'S IDENTITY RIDES WITH THE REQUEST SO
      *    EMPSRV CAN MASK CONTACT DATA AND LOG THE VIEW
           MOVE EIBOPID  TO ESR-OPER-ID
           MOVE EIBTRMID TO ESR-TERM-ID

           EXEC CICS
             PUT CONTAINER('EMPREQ')
             CHANNEL('EMPCHAN')
             FROM (EMPSRV-REQUEST)
           END-EXEC

           EXEC CICS
             LINK PROGRAM('EMPSRV')
             CHANNEL('EMPCHAN')
           END-EXEC

           EXEC CICS
             GET CONTAINER('EMPRESP')
             CHANNEL('EMPCHAN')
             INTO (EMPSRV-RESPONSE)
           END-EXEC

           MOVE ESR-SQLCODE TO SQLCODE.

           EXIT.

       HIST-PAGE-FORWARD.

           MOVE ZERO TO WS-HL-COUNT

           MOVE LOW-VALUES TO HISTMAPO
           MOVE WS-CA-EMPID TO HEMPIDO
           MOVE WS-CA-ADDR-LINE TO HADDRO
           MOVE WS-CA-PHONE     TO HPHONEO

           IF WS-HL-COUNT >= 1
              MOVE WS-HL-LINE (1) TO HL1O
