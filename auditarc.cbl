      *                     status-checked.  Both the open and the
      *                     write failure now report, release the
      *                     lock and end with RETURN-CODE 16.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      *   15/10/2026  GB   The trail is now chained (see AUDITREC).
      *                     The unload files carry the 66-byte record;
      *                     the chain control record is always
      *                     retained, whatever the cutoff; and the
      *                     catalog line records the boundary - date,
      *                     sequence and chain value of the last
      *                     chained entry archived - which AUDITVER
      *                     checks so an archive cannot be swapped,
      *                     cut short or dropped unseen.  The boundary
      *                     is also printed in the balancing summary.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDITARC.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  ARQUIVO-RETIDO.
       01  ARQUIVO-RETIDO-REC      PIC X(66).
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC       PIC X(66).
       FD  ARCV-OUT.
       01  ARCV-OUT-REC            PIC X(80).
       FD  CATALOGO.
           01  WS-DATA-MINIMA      PIC 9(08) VALUE 99999999.
           01  WS-DATA-MAXIMA      PIC 9(08) VALUE ZEROS.
           01  WS-DATA-CORTE       PIC 9(08) VALUE ZEROS.
           01  WS-FRONT-DATA       PIC 9(08) VALUE ZEROS.
           01  WS-FRONT-SEQ        PIC 9(06) VALUE ZEROS.
           01  WS-FRONT-ENCAD      PIC 9(12) VALUE ZEROS.
           01  WS-QTD-LIDAS        PIC 9(08) VALUE ZEROS.
           01  WS-QTD-ARQUIVADAS   PIC 9(08) VALUE ZEROS.
           01  WS-QTD-RETIDAS      PIC 9(08) VALUE ZEROS.
           01  WS-INFO-ARQUIVO     PIC X(64) VALUE SPACES.
           01  WS-LINHA            PIC X(80).
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

               UNTIL WS-EOF = "S".
           PERFORM 3000-EFETIVA-RETENCAO THRU 3000-EXIT.
           PERFORM 4000-IMPRIME-BALANCO THRU 4000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      *     AND THE ARCHIVE.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "AUDITARC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT ARCV-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "AUDITARC - ARCVCTL NAO ENCONTRADO OU INVALIDO"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ ARCV-CTL
               AT END
                  DISPLAY "AUDITARC - ARCVCTL VAZIO"
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE ARCV-CTL-REC TO RHL-CARTAO.

           IF CTL-DATA-CORTE IS NOT NUMERIC
              DISPLAY "AUDITARC - ARCVCTL CONTEM DATA DE CORTE "
                  "INVALIDA"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-DATA-CORTE = ZEROS
              DISPLAY "AUDITARC - ARCVCTL CONTEM DATA DE CORTE "
                  "INVALIDA"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-STATUS-EXISTE = ZEROS
              DISPLAY "AUDITARC - ARQUIVO MORTO " WS-NOME-MORTO
                  " JA EXISTE - EXECUCAO ABANDONADA"
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDITARC - AUDITLOG NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-RET-STATUS NOT = "00"
              DISPLAY "AUDITARC - FALHA AO CRIAR AUDITARC.RET"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-MORTO-STATUS NOT = "00"
              DISPLAY "AUDITARC - FALHA AO CRIAR O ARQUIVO MORTO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1000-EXIT.
      *     OLDER THAN THE CUTOFF GOES TO THE ARCHIVE, ANYTHING ELSE
      *     TO THE FLAT RETAINED-ENTRIES FILE THE LIVE TRAIL IS
      *     RELOADED FROM.  BOTH COME OUT IN KEY ORDER BECAUSE THE
      *     TRAIL IS READ IN KEY ORDER.  THE CHAIN CONTROL RECORD
      *     ALWAYS STAYS IN THE LIVE TRAIL.  THE LATEST CHAINED
      *     ENTRY ARCHIVED (BY DATE AND SEQUENCE, NOT KEY ORDER,
      *     WHICH RUNS BY YEAR) IS KEPT AS THE CATALOG BOUNDARY.
      ******************************************************************
       2000-PROCESSA-REGISTRO.
           READ AUDIT-FILE

           IF WS-EOF NOT = "S"
              ADD 1 TO WS-QTD-LIDAS
              IF AUD-DATA < WS-DATA-CORTE AND NOT AUD-REG-CONTROLE
                 ADD 1 TO WS-QTD-ARQUIVADAS
                 IF AUD-ENCADEADO
                    PERFORM 2100-MARCA-FRONTEIRA THRU 2100-EXIT
                 END-IF
                 IF AUD-DATA < WS-DATA-MINIMA
                    MOVE AUD-DATA TO WS-DATA-MINIMA
                 END-IF
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MARCA-FRONTEIRA - KEEPS THE LATEST CHAINED ENTRY SENT TO
      *     THE ARCHIVE SO FAR.
      ******************************************************************
       2100-MARCA-FRONTEIRA.
           IF AUD-DATA > WS-FRONT-DATA
              OR (AUD-DATA = WS-FRONT-DATA AND AUD-SEQ > WS-FRONT-SEQ)
              MOVE AUD-DATA         TO WS-FRONT-DATA
              MOVE AUD-SEQ          TO WS-FRONT-SEQ
              MOVE AUD-ENCADEAMENTO TO WS-FRONT-ENCAD
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-EFETIVA-RETENCAO - GIVES THE ARCHIVE ITS DATED NAME,
      *     THEN RELOADS THE LIVE TRAIL FROM THE RETAINED-ENTRIES
           IF WS-STATUS-RENOMEIA NOT = ZEROS
              DISPLAY "AUDITARC - FALHA AO RENOMEAR O ARQUIVO MORTO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

      ******************************************************************
      * 3500-ATUALIZA-CATALOGO - APPENDS THE NEW ARCHIVE TO THE
      *     ARCVCAT CATALOG WITH THE AUD-DATA RANGE IT HOLDS, SO A
      *     DATE-RANGE COMPLIANCE QUERY CAN FIND IT LATER, AND WITH
      *     ITS CHAIN BOUNDARY (ZEROS WHEN IT HOLDS ONLY ENTRIES
      *     FROM BEFORE THE CHAIN) FOR AUDITVER.  A RUN
      *     THAT ARCHIVED NOTHING HAS NOTHING TO CATALOG.  THE ENTRY
      *     IS WRITTEN ONLY AFTER THE RELOAD SUCCEEDED - A CATALOG
      *     LINE FOR AN ARCHIVE THAT NEVER GOT ITS DATED NAME WOULD
              DISPLAY "AUDITARC - FALHA AO GRAVAR O CATALOGO ARCVCAT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE WS-NOME-MORTO  TO CAT-ARQUIVO.
           MOVE WS-DATA-MINIMA TO CAT-DATA-MIN.
           MOVE WS-DATA-MAXIMA TO CAT-DATA-MAX.
           MOVE WS-FRONT-DATA  TO CAT-FRONT-DATA.
           MOVE WS-FRONT-SEQ   TO CAT-FRONT-SEQ.
           MOVE WS-FRONT-ENCAD TO CAT-FRONT-ENCAD.
           WRITE ARCV-CAT-REC.
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "AUDITARC - FALHA AO GRAVAR O CATALOGO ARCVCAT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           CLOSE CATALOGO.
              DISPLAY "AUDITARC - FALHA AO REABRIR AUDITARC.RET - "
                  "AUDITLOG NAO FOI ALTERADO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

              DISPLAY "AUDITARC - FALHA AO RECRIAR O AUDITLOG - "
                  "REGISTROS RETIDOS PRESERVADOS EM AUDITARC.RET"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                  " DE " WS-QTD-RETIDAS " - REGISTROS RETIDOS "
                  "PRESERVADOS EM AUDITARC.RET"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

                     WS-AUDIT-STATUS " - REGISTROS RETIDOS "
                     "PRESERVADOS EM AUDITARC.RET"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              ADD 1 TO WS-QTD-RECARGA
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "AUDITARC - FALHA AO CRIAR ARCVOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE ARCV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "FRONTEIRA ENCADEAMENTO: " WS-FRONT-DATA " "
               WS-FRONT-SEQ " " WS-FRONT-ENCAD
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE ARCV-OUT-REC FROM WS-LINHA.

           ADD WS-QTD-ARQUIVADAS TO WS-QTD-RETIDAS
               GIVING WS-QTD-CONFERE.
           MOVE SPACES TO WS-LINHA.
                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "AUDITARC - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE WS-QTD-LIDAS       TO RHL-QTD-LIDOS.
           MOVE WS-QTD-ARQUIVADAS  TO RHL-QTD-ARQUIVADOS.
           MOVE WS-QTD-RETIDAS     TO RHL-QTD-RETIDOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "AUDITARC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM AUDITARC.
