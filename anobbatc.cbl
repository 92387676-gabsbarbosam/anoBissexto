      *                     deliberately: there the report itself
      *                     cannot be trusted and nothing else should
      *                     touch it until someone looks.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      *   15/10/2026  GB   The audit entry now carries the region,
      *                     the rule LEAPCHK applied and the Julian
      *                     switch of each verdict (new AUDITPARM
      *                     fields), so AUDITREV can re-run it later.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. ANOBBATC.
           COPY AUDITPARM.
           COPY LEAPPARM.
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

           PERFORM 2000-PROCESSA-UM-REGISTRO THRU 2000-EXIT
               UNTIL WS-EOF = "S".
           PERFORM 8000-FINALIZA THRU 8000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     THE CHECKPOINT FILE.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBBATC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.

      *    THE SHARED FILES ARE SERIALIZED THROUGH RUNLOCK - TAKEN
                  "DE RESTART - COMPLETE A EXTRACAO ANTES"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBBATC - ANOSIN NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                 DISPLAY "ANOBBATC - FALHA AO REABRIR ANOSOUT"
                 PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              PERFORM 1200-PULA-REGISTRO THRU 1200-EXIT
                 DISPLAY "ANOBBATC - FALHA AO CRIAR ANOSOUT"
                 PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
              DISPLAY "ANOBBATC - FALHA AO ABRIR ANOSREJ"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                  "ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                  "ANOSOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBBATC - FALHA AO ABRIR ANOSREJ"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1300-EXIT.
           IF WS-BCTL-STATUS NOT = "00"
              DISPLAY "ANOBBATC - BATCHCTL INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

               AT END
                  DISPLAY "ANOBBATC - BATCHCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE BATCH-CTL-REC TO RHL-CARTAO.

           IF CTL-TOLERANCIA NOT = SPACES
              IF CTL-TOLERANCIA IS NOT NUMERIC
                 DISPLAY "ANOBBATC - BATCHCTL COM TOLERANCIA INVALIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-TOLERANCIA TO WS-TOLERANCIA
              IF WS-TOLERANCIA > 100
                 DISPLAY "ANOBBATC - BATCHCTL COM TOLERANCIA INVALIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
                 IF CTL-MODO NOT = SPACE
                    DISPLAY "ANOBBATC - BATCHCTL COM MODO INVALIDO"
                    MOVE 16 TO RETURN-CODE
                    PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                    STOP RUN
                 END-IF
              END-IF
                  "ANOSCKPT INDICA REGISTROS JA PROCESSADOS"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBBATC - RESTART: FALHA AO ABRIR ANOSOUT.OLD"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBBATC - RESTART: FALHA AO RECRIAR ANOSOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                 DISPLAY "ANOBBATC - TABELA DE ANOS DISTINTOS CHEIA"
                 PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
           MOVE WS-ANO         TO ALP-ANO.
           MOVE LC-RESULTADO   TO ALP-RESULTADO.
           MOVE "ANOBBATC"     TO ALP-PROGRAMA.
           MOVE LC-REGIAO       TO ALP-REGIAO.
           MOVE LC-REGRA-USADA  TO ALP-REGRA.
           MOVE LC-MODO-JULIANO TO ALP-JULIANO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.
       5000-EXIT.
           EXIT.
              DISPLAY "ANOBBATC - TOTAIS NAO CONFEREM: LIDOS "
                  WS-REC-LIDOS " PROCESSADOS " WS-REC-PROCESSADOS
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBBATC - TOTAIS NAO CONFEREM: VALIDOS + "
                  "REJEITADOS NAO SOMAM OS REGISTROS LIDOS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBBATC - TOTAIS NAO CONFEREM: VERDITOS NAO "
                  "SOMAM OS REGISTROS VALIDOS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                  " - EXECUCAO ABANDONADA"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "ANOBBATC - FALHA AO TRAVAR " RLK-RECURSO
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
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
           COMPUTE RHL-QTD-LIDOS = WS-REC-LIDOS - WS-REC-INICIAL.
           MOVE WS-REC-VALIDOS     TO RHL-QTD-VALIDOS.
           MOVE WS-REC-REJEITADOS  TO RHL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "ANOBBATC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBBATC.
