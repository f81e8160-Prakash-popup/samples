000150*               REPORT.  THE JOB ENDS WITH RETURN CODE 4 WHEN  *
000160*               ANY REJECT OR UNMATCHED RECORD IS FOUND SO     *
000170*               OPERATIONS SEES THE WARNING.                   *
000172*               THE FIRST RECORD MUST BE A HEADER ECHOING THE  *
000175*               PAYBATCH SEQUENCE OF A BATCH EMPEXTR SENT AND  *
000176*               NOT YET ACKNOWLEDGED; OTHERWISE THE FILE IS    *
000177*               REFUSED WITH RETURN CODE 8 AND NOTHING IS      *
000178*               MARKED.                                        *
000180*    CALLED BY: JOB EMPACKJ, STEP STEP010.                     *
000190*                                                              *
000200****************************************************************
000330*    09/02/2026  DLR  RUN START/END, RECORD COUNT AND RETURN
000340*                     CODE RECORDED IN RUNLOG FOR THE EMPOPSR
000350*                     OPERATIONS SUMMARY.
000351*    10/15/2026  DLR  ACK FILE HEADER MUST ECHO THE PAYOUT
000352*                     BATCH SEQUENCE.  A BATCH NEVER SENT,
000353*                     NOT COMPLETED OR ALREADY ACKNOWLEDGED IS
000354*                     REFUSED (RC=8, NO PAYSENT ROWS MARKED);
000355*                     ONLY THE BATCH'S OWN PAYSENT ROWS ARE
000356*                     MARKED AND PAYBATCH IS CLOSED 'A'.
000357*    10/15/2026  DLR  RESENDQ ENTRIES EMPRECP QUEUES AFTER THE
000358*                     PAYROLL MASTER RECONCILIATION (ATTEMPTS
000359*                     0) DO NOT COUNT TOWARD THE RETRY CAP.
000360****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000530         88  ACK-ACCEPTED            VALUE 'A'.
000540         88  ACK-REJECTED            VALUE 'R'.
000550     05  ACK-REASON              PIC X(30).
000552*    FIRST RECORD OF THE FILE - ECHOES THE PAYOUT HEADER
000555 01  ACK-HEADER-RECORD.
000556     05  ACK-HDR-REC-ID          PIC X(09).
000557     05  ACK-HDR-BATCH-SEQ       PIC X(09).
000558     05  FILLER                  PIC X(22).
000560
000570 FD  REJFILE
000580     RECORDING MODE IS F
000680         88  WS-EOF-ACKS                VALUE 'Y'.
000690     05  WS-SW-EMP-FOUND            PIC X(01) VALUE 'N'.
000700         88  WS-EMP-FOUND               VALUE 'Y'.
000705     05  WS-SW-BATCH-OK             PIC X(01) VALUE 'N'.
000706         88  WS-BATCH-ACCEPTED          VALUE 'Y'.
000710
000720 01  WS-COUNTERS.
000730     05  WS-ACK-READ-COUNT          PIC 9(07) USAGE COMP
000960                                         VALUE ZERO.
000970 77  WS-OPEN-RESENDS                PIC S9(09) USAGE COMP
000980                                         VALUE ZERO.
000985 77  WS-HDR-BATCH-SEQ               PIC 9(09) VALUE ZERO.
000990
001000****************************************************************
001010*    PRINT LINE LAYOUTS                                        *
001350     05  FILLER                     PIC X(01) VALUE SPACE.
001360     05  WS-DT-REASON               PIC X(30).
001370     05  FILLER                     PIC X(47) VALUE SPACES.
001372
001373 01  WS-TOTALS-LINE-0.
001375     05  FILLER                     PIC X(01) VALUE SPACE.
001376     05  FILLER                     PIC X(20) VALUE
001377         'PAYOUT BATCH       :'.
001378     05  WS-TL0-BATCH-SEQ           PIC Z(08)9.
001379     05  FILLER                     PIC X(103) VALUE SPACES.
001380
001390 01  WS-TOTALS-LINE-1.
001400     05  FILLER                     PIC X(01) VALUE SPACE.
001850-        'TH RC=4 ***'.
001860     05  FILLER                     PIC X(65) VALUE SPACES.
001870
001872 01  WS-REFUSAL-LINE-1.
001873     05  FILLER                     PIC X(01) VALUE SPACE.
001875     05  FILLER                     PIC X(33) VALUE
001876         '*** ACK FILE REFUSED - BATCH SEQ '.
001877     05  WS-RL1-BATCH-SEQ           PIC X(09).
001878     05  FILLER                     PIC X(03) VALUE ' - '.
001880     05  WS-RL1-REASON              PIC X(40).
001881     05  FILLER                     PIC X(47) VALUE SPACES.
001882
001883 01  WS-REFUSAL-LINE-2.
001884     05  FILLER                     PIC X(01) VALUE SPACE.
001885     05  FILLER                     PIC X(64) VALUE
001886         '*** NO PAYSENT ROWS MARKED - ENDING WITH RC=8 ***'.
001887     05  FILLER                     PIC X(68) VALUE SPACES.
001888
001889 01  WS-BLANK-LINE                  PIC X(133) VALUE SPACES.
001890
001900     EXEC SQL
001910       INCLUDE SQLCA
002070       INCLUDE RUNLOG
002080     END-EXEC.
002090
002092     EXEC SQL
002095       INCLUDE PAYBATCH
002096     END-EXEC.
002098
002100 PROCEDURE DIVISION.
002110
002120 0000-MAINLINE.
002130     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002140     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
002145     IF WS-BATCH-ACCEPTED
002150        PERFORM 2000-PROCESS-ACK  THRU 2000-EXIT
002160            UNTIL WS-EOF-ACKS
002161        PERFORM 7000-CLOSE-BATCH  THRU 7000-EXIT
002165     END-IF
002170     PERFORM 8000-TERMINATE       THRU 8000-EXIT
002180     PERFORM 8900-LOG-RUN-END   THRU 8900-EXIT
002190     GO TO 9999-EXIT.
002200
002210****************************************************************
002220*    1000-INITIALIZE - OPEN FILES, CHECK THE BATCH HEADER AND   *
002225*    PRIME THE FIRST DETAIL READ                                *
002230****************************************************************
002240 1000-INITIALIZE.
002250     OPEN INPUT  ACKFILE
002260     OPEN OUTPUT REJFILE
002270
002271     PERFORM 2100-READ-ACK THRU 2100-EXIT
002272     PERFORM 1100-CHECK-BATCH-HEADER THRU 1100-EXIT
002273
002274     IF WS-BATCH-ACCEPTED
002275        PERFORM 2100-READ-ACK THRU 2100-EXIT
002276     END-IF.
002277 1000-EXIT.
002278     EXIT.
002279
002280****************************************************************
002281*    1100-CHECK-BATCH-HEADER - THE HEADER MUST NAME A PAYBATCH  *
002282*    ROW EMPEXTR COMPLETED ('S') AND NOTHING HAS YET ANSWERED.  *
002283*    ANY OTHER FILE IS REFUSED BEFORE A SINGLE ACK IS APPLIED.  *
002284****************************************************************
002285 1100-CHECK-BATCH-HEADER.
002286     MOVE 'N'    TO WS-SW-BATCH-OK
002287     MOVE SPACES TO WS-RL1-BATCH-SEQ
002288
002289     IF WS-EOF-ACKS
002290        MOVE 'ACK FILE IS EMPTY - NO HEADER RECORD'
002291          TO WS-RL1-REASON
002292        GO TO 1100-EXIT
002293     END-IF
002294
002295     IF ACK-HDR-REC-ID NOT = 'HEADER'
002296        MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
002297          TO WS-RL1-REASON
002298        GO TO 1100-EXIT
002299     END-IF
002300
002301     MOVE ACK-HDR-BATCH-SEQ TO WS-RL1-BATCH-SEQ
002302     IF ACK-HDR-BATCH-SEQ IS NOT NUMERIC
002303        MOVE 'BATCH SEQUENCE IS NOT NUMERIC'
002304          TO WS-RL1-REASON
002305        GO TO 1100-EXIT
002306     END-IF
002307
002308     MOVE ACK-HDR-BATCH-SEQ TO WS-HDR-BATCH-SEQ
002309     MOVE WS-HDR-BATCH-SEQ  TO PBAT-BATCH-SEQ
002310
002311     EXEC SQL
002312       SELECT BATCH_STATUS
002313         INTO :PBAT-BATCH-STATUS
002314         FROM PAYBATCH
002315        WHERE BATCH_SEQ = :PBAT-BATCH-SEQ
002316     END-EXEC
002317
002318     IF SQLCODE NOT = 0
002319        MOVE 'NO SUCH BATCH WAS EVER SENT'
002320          TO WS-RL1-REASON
002321        GO TO 1100-EXIT
002322     END-IF
002323
002324     EVALUATE PBAT-BATCH-STATUS
002325       WHEN 'S'
002326         MOVE 'Y' TO WS-SW-BATCH-OK
002327         MOVE PBAT-BATCH-SEQ TO SENT-BATCH-SEQ
002328       WHEN 'A'
002329         MOVE 'BATCH HAS ALREADY BEEN PROCESSED'
002330           TO WS-RL1-REASON
002331       WHEN OTHER
002332         MOVE 'BATCH EXTRACT NEVER COMPLETED'
002333           TO WS-RL1-REASON
002334     END-EVALUATE.
002335 1100-EXIT.
002336     EXIT.
002337
002338****************************************************************
002339*    2000-PROCESS-ACK - MATCH ONE ACK RECORD TO EMPLOYEE AND    *
002340*    REPORT IT WHEN IT IS A REJECT OR DOES NOT MATCH            *
002350****************************************************************
002360 2000-PROCESS-ACK.
002920
002930****************************************************************
002940*    2250-MARK-PAYSENT - CLOSE OUT THE PENDING PAYSENT ROWS     *
002950*    OF THIS BATCH THE ACK ANSWERS.  AN ACK FOR AN EMPLOYEE     *
002960*    NO LONGER ON FILE STILL ANSWERS THE SEND.                  *
002970****************************************************************
002980 2250-MARK-PAYSENT.
002990     IF ACK-EMP-ID IS NOT NUMERIC
003120          SET ACK_STATUS = :SENT-ACK-STATUS,
003130              ACK_TS     = CURRENT TIMESTAMP
003140        WHERE EMP_ID = :SENT-EMPID
003145          AND BATCH_SEQ = :SENT-BATCH-SEQ
003150          AND ACK_STATUS = 'P'
003160     END-EXEC.
003170 2250-EXIT.
003300         INTO :WS-PRIOR-ATTEMPTS
003310         FROM RESENDQ
003320        WHERE EMP_ID = :RES-EMPID
003325          AND ATTEMPTS > 0
003330     END-EXEC
003340
003350     EXEC SQL
004190     EXIT.
004200
004210****************************************************************
004212*    7000-CLOSE-BATCH - MARK THE PAYBATCH ROW ACKNOWLEDGED SO   *
004213*    THE SAME FILE CANNOT BE APPLIED TWICE (COMMITTED WITH THE  *
004215*    RUNLOG END)                                                *
004216****************************************************************
004217 7000-CLOSE-BATCH.
004218     EXEC SQL
004220       UPDATE PAYBATCH
004221          SET BATCH_STATUS = 'A',
004222              ACK_TS       = CURRENT TIMESTAMP
004223        WHERE BATCH_SEQ = :PBAT-BATCH-SEQ
004224     END-EXEC.
004225 7000-EXIT.
004226     EXIT.
004227
004228****************************************************************
004229*    8000-TERMINATE - CONTROL TOTALS, WARNING RC, CLOSE UP      *
004230****************************************************************
004240 8000-TERMINATE.
004250     IF WS-PAGE-NUMBER = ZERO
004280
004290     WRITE REJ-RECORD FROM WS-BLANK-LINE
004300
004302     IF NOT WS-BATCH-ACCEPTED
004305        WRITE REJ-RECORD FROM WS-REFUSAL-LINE-1
004306        WRITE REJ-RECORD FROM WS-REFUSAL-LINE-2
004310        DISPLAY 'EMPACK - ACK FILE REFUSED - BATCH SEQ '
004311            WS-RL1-BATCH-SEQ ' ' WS-RL1-REASON
004312        MOVE 8 TO WS-RETURN-CODE
004313        GO TO 8000-CLOSE
004314     END-IF
004315
004316     MOVE PBAT-BATCH-SEQ     TO WS-TL0-BATCH-SEQ
004317     WRITE REJ-RECORD FROM WS-TOTALS-LINE-0
004318     MOVE WS-ACK-READ-COUNT  TO WS-TL1-COUNT
004320     WRITE REJ-RECORD FROM WS-TOTALS-LINE-1
004330     MOVE WS-ACCEPT-COUNT    TO WS-TL2-COUNT
004340     WRITE REJ-RECORD FROM WS-TOTALS-LINE-2
004450        WRITE REJ-RECORD FROM WS-BLANK-LINE
004460        WRITE REJ-RECORD FROM WS-WARNING-LINE
004470        MOVE 4 TO WS-RETURN-CODE
004480     END-IF.
004490
004492 8000-CLOSE.
004500     CLOSE ACKFILE
004510     CLOSE REJFILE
004520
