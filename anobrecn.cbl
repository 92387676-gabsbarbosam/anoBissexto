      *                     and only when the matching actually ran,
      *                     so a missing RECNSTAT fails the release
      *                     closed.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. ANOBRECN.
                   10  WS-AUD-NAO      PIC 9(08) COMP.
           01  WS-LINHA            PIC X(80).
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

           PERFORM 6000-AVALIA-RETORNO THRU 6000-EXIT.
           PERFORM 6500-GRAVA-SITUACAO THRU 6500-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     REPORT, AND CLEARS THE PER-YEAR TALLY TABLE.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBRECN" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.

           MOVE "AUDITLOG" TO RLK-RECURSO.
              DISPLAY "ANOBRECN - ANOSOUT NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBRECN - AUDITLOG NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "ANOBRECN - FALHA AO CRIAR RECONOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-RCTL-STATUS NOT = "00"
              DISPLAY "ANOBRECN - RECNCTL INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

               AT END
                  DISPLAY "ANOBRECN - RECNCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE RECN-CTL-REC TO RHL-CARTAO.

           IF CTL-TOLERANCIA IS NOT NUMERIC
              DISPLAY "ANOBRECN - RECNCTL COM TOLERANCIA INVALIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE CTL-TOLERANCIA TO WS-TOLERANCIA.
                  " - EXECUCAO ABANDONADA"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "ANOBRECN - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE WS-QTD-LINHAS-REP  TO RHL-QTD-LIDOS.
           MOVE WS-QTD-VERDITOS    TO RHL-QTD-VALIDOS.
           MOVE WS-QTD-EXCECOES    TO RHL-QTD-EXCECOES.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "ANOBRECN" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBRECN.
