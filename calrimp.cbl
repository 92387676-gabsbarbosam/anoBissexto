      *
      * Modification history
      *   01/09/2026  GB   Original program.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. CALRIMP.
           01  WS-QTD-ESTRUTURAIS  PIC 9(04) VALUE ZEROS.
           01  WS-LINHA            PIC X(80).
           COPY LEAPPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

               UNTIL WS-IDX-PROP > WS-QTD-PROPOSTAS.
           PERFORM 5000-IMPRIME-RESUMO THRU 5000-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     DID NOT ACTUALLY COMPARE ANYTHING MUST NOT LOOK CLEAN.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "CALRIMP"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT IMP-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "CALRIMP - IMPCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

               AT END
                  DISPLAY "CALRIMP - IMPCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE IMP-CTL-REC TO RHL-CARTAO.

           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "CALRIMP - IMPCTL CONTEM ANO INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                 OR WS-ANO-INICIAL > WS-ANO-FINAL
              DISPLAY "CALRIMP - IMPCTL CONTEM FAIXA INVALIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "CALRIMP - FALHA AO CRIAR IMPOUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-VIVA-STATUS NOT = "00"
              DISPLAY "CALRIMP - CALRULES NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "CALRIMP - CALRULES.NEW NAO ENCONTRADO OU "
                  "INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9700-GRAVA-HISTORICO - LEAVES THIS RUN'S RUNHIST RECORD WITH
      *     THE CONTROL TOTALS AND THE RETURN CODE THE RUN IS ABOUT
      *     TO END WITH.  THE CALL ZEROES RETURN-CODE, SO THE CODE
      *     IS PUT BACK BEFORE THE STOP.
      ******************************************************************
       9700-GRAVA-HISTORICO.
           COMPUTE RHL-QTD-LIDOS = WS-QTD-VIVAS + WS-QTD-PROPOSTAS.
           COMPUTE RHL-QTD-EXCECOES =
               WS-FLIPS-TOTAL + WS-QTD-ESTRUTURAIS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "CALRIMP"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM CALRIMP.
