      *                     collide on the trail.  A lock already
      *                     held reports the holder and ends with
      *                     RETURN-CODE 8 (resubmit when free).
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
       PROGRAM-ID. ANOBCALD.
           01  WS-DIAS-MES         PIC 9(02) VALUE ZEROS.
           01  WS-ACUM-DIAS        PIC 9(03) VALUE ZEROS.
           01  WS-DIAS-ANO         PIC 9(03) VALUE ZEROS.
           01  WS-QTD-ANOS         PIC 9(08) VALUE ZEROS.
           01  WS-QTD-GRAVADOS     PIC 9(08) VALUE ZEROS.
           COPY AUDITPARM.
           COPY LEAPPARM.
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

               VARYING WS-ANO-ATUAL FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-ATUAL > WS-ANO-FINAL.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     CALENDAR FILE AND THE AUDIT SESSION.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBCALD" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT CALD-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "ANOBCALD - CALDCTL NAO ENCONTRADO OU INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ CALD-CTL
               AT END
                  DISPLAY "ANOBCALD - CALDCTL VAZIO"
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE CALD-CTL-REC TO RHL-CARTAO.

           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "ANOBCALD - CALDCTL CONTEM ANO INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.


           IF WS-ANO-INICIAL = ZEROS OR WS-ANO-FINAL = ZEROS
              DISPLAY "ANOBCALD - CALDCTL CONTEM ANO INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                 AND (WS-ANO-INICIAL < 1582 OR WS-ANO-FINAL < 1582)
              DISPLAY "ANOBCALD - CALDCTL CONTEM ANO ANTERIOR A 1582 "
                  "SEM A CHAVE DA REGRA JULIANA"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              IF LC-REGIAO-ERRADA
                 DISPLAY "ANOBCALD - CALDCTL CONTEM REGIAO "
                     "DESCONHECIDA"
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
           OPEN OUTPUT CALD-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "ANOBCALD - FALHA AO CRIAR CALDOUT"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE WS-ANO-TELA    TO ALP-ANO.
           MOVE LC-RESULTADO   TO ALP-RESULTADO.
           MOVE "ANOBCALD"     TO ALP-PROGRAMA.
           MOVE LC-REGIAO       TO ALP-REGIAO.
           MOVE LC-REGRA-USADA  TO ALP-REGRA.
           MOVE LC-MODO-JULIANO TO ALP-JULIANO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.
           ADD 1 TO WS-QTD-ANOS.
       2000-EXIT.
           EXIT.

           MOVE WS-ACUM-DIAS   TO CAL-DIA-ANO-ACUM.
           MOVE WS-DIAS-ANO    TO CAL-DIAS-ANO.
           WRITE CALD-REC.
           ADD 1 TO WS-QTD-GRAVADOS.
       2100-EXIT.
           EXIT.

                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "ANOBCALD - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE "ANOBCALD" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBCALD.
