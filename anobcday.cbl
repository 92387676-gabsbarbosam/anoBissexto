      *                     and sets RETURN-CODE 16, like every
      *                     other controlled stop in the suite that
      *                     follows a lock take.
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
       PROGRAM-ID. ANOBCDAY.
           01  WS-MES-ATUAL        PIC 9(02) VALUE ZEROS.
           01  WS-DIA-ATUAL        PIC 9(02) VALUE ZEROS.
           01  WS-DIAS-MES         PIC 9(02) VALUE ZEROS.
           01  WS-QTD-ANOS         PIC 9(08) VALUE ZEROS.
           01  WS-QTD-GRAVADOS     PIC 9(08) VALUE ZEROS.
           COPY AUDITPARM.
           COPY LEAPPARM.
           COPY LOCKPARM.
           COPY DATEPARM.
           COPY WORKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

               VARYING WS-ANO-ATUAL FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-ATUAL > WS-ANO-FINAL.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     FILE AND THE AUDIT SESSION.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBCDAY" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT CDAY-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "ANOBCDAY - CDAYCTL NAO ENCONTRADO OU INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ CDAY-CTL
               AT END
                  DISPLAY "ANOBCDAY - CDAYCTL VAZIO"
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE CDAY-CTL-REC TO RHL-CARTAO.

           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "ANOBCDAY - CDAYCTL CONTEM ANO INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.


           IF WS-ANO-INICIAL = ZEROS OR WS-ANO-FINAL = ZEROS
              DISPLAY "ANOBCDAY - CDAYCTL CONTEM ANO INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                 AND (WS-ANO-INICIAL < 1582 OR WS-ANO-FINAL < 1582)
              DISPLAY "ANOBCDAY - CDAYCTL CONTEM ANO ANTERIOR A 1582 "
                  "SEM A CHAVE DA REGRA JULIANA"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              IF LC-REGIAO-ERRADA
                 DISPLAY "ANOBCDAY - CDAYCTL CONTEM REGIAO "
                     "DESCONHECIDA"
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT CDAY-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "ANOBCDAY - FALHA AO CRIAR CDAYOUT"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE WS-ANO-TELA    TO ALP-ANO.
           MOVE LC-RESULTADO   TO ALP-RESULTADO.
           MOVE "ANOBCDAY"     TO ALP-PROGRAMA.
           MOVE LC-REGIAO       TO ALP-REGIAO.
           MOVE LC-REGRA-USADA  TO ALP-REGRA.
           MOVE LC-MODO-JULIANO TO ALP-JULIANO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.
           ADD 1 TO WS-QTD-ANOS.
       2000-EXIT.
           EXIT.

                  "EXECUCAO ABANDONADA"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE DTC-DIA-DO-ANO  TO DAY-DIA-DO-ANO.
           MOVE WDY-EH-UTIL     TO DAY-FLAG-UTIL.
           WRITE DAY-REC.
           ADD 1 TO WS-QTD-GRAVADOS.
       2200-EXIT.
           EXIT.

                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "ANOBCDAY - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE WS-QTD-ANOS        TO RHL-QTD-LIDOS.
           MOVE WS-QTD-GRAVADOS    TO RHL-QTD-GRAVADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "ANOBCDAY" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBCDAY.
