      *                     They now release the lock before
      *                     stopping, as ANOBBATC and ANOBRECN
      *                     already did.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      *   15/10/2026  GB   Archives carry the 66-byte chained record
      *                     (older 39-byte archives still read, the
      *                     new fields as spaces), and the chain
      *                     control record at the head of the live
      *                     trail is never selected or counted.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDITRPT.
       FD  CATALOGO.
           COPY ARCVREC.
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC       PIC X(66).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-VERDICT-TEXTO    PIC X(12).
           01  WS-LINHA            PIC X(80).
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

           END-IF.
           PERFORM 6000-IMPRIME-SUMARIO THRU 6000-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *         D = A DATE RANGE        (CTL-DATA-INICIAL/FINAL)
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "AUDITRPT" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT AUDRP-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "AUDITRPT - AUDRPCTL NAO ENCONTRADO OU INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ AUDRP-CTL
               AT END
                  DISPLAY "AUDITRPT - AUDRPCTL VAZIO"
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE AUDRP-CTL-REC TO RHL-CARTAO.

           MOVE CTL-SELECAO TO WS-SELECAO.
           IF NOT SELECAO-TODOS AND NOT SELECAO-ANO
                 AND NOT SELECAO-PROGRAMA AND NOT SELECAO-DATAS
              DISPLAY "AUDITRPT - AUDRPCTL COM TIPO DE SELECAO "
                  "INVALIDO (USE T, A, P OU D)"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF SELECAO-ANO
              IF CTL-ANO IS NOT NUMERIC
                 DISPLAY "AUDITRPT - AUDRPCTL CONTEM ANO INVALIDO"
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-ANO TO WS-SEL-ANO
           IF SELECAO-PROGRAMA
              IF CTL-PROGRAMA = SPACES
                 DISPLAY "AUDITRPT - AUDRPCTL SEM NOME DE PROGRAMA"
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-PROGRAMA TO WS-SEL-PROGRAMA
              IF CTL-DATA-INICIAL IS NOT NUMERIC
                    OR CTL-DATA-FINAL IS NOT NUMERIC
                 DISPLAY "AUDITRPT - AUDRPCTL CONTEM DATA INVALIDA"
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-DATA-INICIAL TO WS-SEL-DATA-INI
              IF WS-SEL-DATA-INI > WS-SEL-DATA-FIM
                 DISPLAY "AUDITRPT - AUDRPCTL COM DATA INICIAL MAIOR "
                     "QUE A FINAL"
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDITRPT - AUDITLOG NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "AUDITRPT - FALHA AO CRIAR AUDRPOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

      ******************************************************************
      * 2000-PROCESSA-REGISTRO - READS ONE AUDIT ENTRY, TESTS IT
      *     AGAINST THE SELECTION, AND WHEN IT MATCHES WRITES THE
      *     DETAIL LINE AND ACCUMULATES THE SUMMARY COUNTS.  THE
      *     CHAIN CONTROL RECORD IS NOT AN ENTRY AND IS PASSED OVER.
      ******************************************************************
       2000-PROCESSA-REGISTRO.
           READ AUDIT-FILE NEXT RECORD
              MOVE "S" TO WS-EOF
           END-IF.

           IF WS-EOF NOT = "S" AND AUD-REG-CONTROLE
              GO TO 2000-EXIT
           END-IF.

           IF WS-EOF NOT = "S"
              ADD 1 TO WS-QTD-LIDOS
              PERFORM 3000-TESTA-SELECAO THRU 3000-EXIT
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "AUDITRPT - ARCVCAT INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "AUDITRPT - FALHA AO TRAVAR " RLK-RECURSO
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       9500-EXIT.
       9600-EXIT.
           EXIT.

      ******************************************************************
      * 9700-GRAVA-HISTORICO - LEAVES THIS RUN'S RUNHIST RECORD WITH
      *     THE CONTROL TOTALS AND THE RETURN CODE THE RUN IS ABOUT
      *     TO END WITH.  THE CALL ZEROES RETURN-CODE, SO THE CODE
      *     IS PUT BACK BEFORE THE STOP.
      ******************************************************************
       9700-GRAVA-HISTORICO.
           MOVE WS-QTD-LIDOS       TO RHL-QTD-LIDOS.
           MOVE WS-QTD-SELECIONADOS TO RHL-QTD-GRAVADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "AUDITRPT" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM AUDITRPT.
