      *                     No checkpoint/restart: a date run has no
      *                     restartable report to rebuild - RERUN THE
      *                     EXTRACT FROM THE TOP ON AN ABEND.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. DATEBATC.
           01  WS-LINHA-RESULTADO  PIC X(80) VALUE SPACES.
           COPY DATEPARM.
           COPY LEAPPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

           PERFORM 2000-PROCESSA-UM-REGISTRO THRU 2000-EXIT
               UNTIL WS-EOF = "S".
           PERFORM 8000-FINALIZA THRU 8000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     INSTEAD OF SPINNING ON A FILE THAT NEVER OPENED.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "DATEBATC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.

           OPEN INPUT DATA-IN.
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "DATEBATC - DATESIN NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "DATEBATC - FALHA AO CRIAR DATESOUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "DATEBATC - FALHA AO ABRIR DATESREJ"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1000-EXIT.
           IF WS-DCTL-STATUS NOT = "00"
              DISPLAY "DATEBATC - DATECTL INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

               AT END
                  DISPLAY "DATEBATC - DATECTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE DATE-CTL-REC TO RHL-CARTAO.

           IF CTL-TOLERANCIA NOT = SPACES
              IF CTL-TOLERANCIA IS NOT NUMERIC
                 DISPLAY "DATEBATC - DATECTL COM TOLERANCIA INVALIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-TOLERANCIA TO WS-TOLERANCIA
              IF WS-TOLERANCIA > 100
                 DISPLAY "DATEBATC - DATECTL COM TOLERANCIA INVALIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
              DISPLAY "DATEBATC - TOTAIS NAO CONFEREM: VALIDOS + "
                  "REJEITADOS NAO SOMAM OS REGISTROS LIDOS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

       8200-EXIT.
           EXIT.

      ******************************************************************
      * 9700-GRAVA-HISTORICO - LEAVES THIS RUN'S RUNHIST RECORD WITH
      *     THE CONTROL TOTALS AND THE RETURN CODE THE RUN IS ABOUT
      *     TO END WITH.  THE CALL ZEROES RETURN-CODE, SO THE CODE
      *     IS PUT BACK BEFORE THE STOP.
      ******************************************************************
       9700-GRAVA-HISTORICO.
           MOVE WS-REC-LIDOS       TO RHL-QTD-LIDOS.
           MOVE WS-REC-VALIDOS     TO RHL-QTD-VALIDOS.
           MOVE WS-REC-REJEITADOS  TO RHL-QTD-REJEITADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "DATEBATC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM DATEBATC.
