      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: RUN-HISTORY REPORT - READS THE RUNHIST FILE RUNHLOG
      *          KEEPS FOR EVERY BATCH RUN AND SUMMARIZES THE RUNS
      *          THAT STARTED INSIDE THE DATE RANGE ON THE RUNHCTL
      *          CARD: EVERY RUN THAT ENDED WITH A NON-ZERO RETURN
      *          CODE, RUNS PER PROGRAM SPLIT INTO CLEAN, WARNING
      *          (RC 1-7) AND FAILED (RC 8 AND UP) WITH THE MINIMUM,
      *          AVERAGE AND MAXIMUM ELAPSED TIME, THE DAY-BY-DAY
      *          ELAPSED-TIME TREND PER PROGRAM, AND EVERY RUN THAT
      *          TOOK A RUNLOCK LOCK BUT NEVER WROTE ITS END RECORD -
      *          A RUN THAT ABENDED (OR IS STILL RUNNING) - SO THE
      *          OPERATOR KNOWS WHICH STALE LOCK BELONGS TO WHICH RUN
      *          BEFORE CLEARING IT THROUGH LOCKOPER.  ENDS WITH
      *          RETURN-CODE 4 WHEN ANY SUCH RUN IS FOUND.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program.
      *   15/10/2026  GB   Leaves its own RUNHIST run-history record
      *                     through RUNHLOG like every other batch
      *                     program, on each controlled stop as well
      *                     as at a clean end.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. RUNHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNH-CTL ASSIGN TO "RUNHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HISTORICO ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RUNH-OUT ASSIGN TO "RUNHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNH-CTL.
       01  RUNH-CTL-REC.
           05  CTL-DATA-INICIAL    PIC X(08).
           05  CTL-DATA-FINAL      PIC X(08).
           05  FILLER              PIC X(64).
       FD  HISTORICO.
           COPY HISTREC.
       FD  RUNH-OUT.
       01  RUNH-OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-HIST-STATUS      PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-SEL-DATA-INI     PIC 9(08) VALUE ZEROS.
           01  WS-SEL-DATA-FIM     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-LIDOS        PIC 9(08) VALUE ZEROS.
           01  WS-QTD-FORA-PERIODO PIC 9(08) VALUE ZEROS.
           01  WS-QTD-INVALIDOS    PIC 9(08) VALUE ZEROS.
           01  WS-QTD-FIM          PIC 9(08) VALUE ZEROS.
           01  WS-QTD-TRAVAS       PIC 9(08) VALUE ZEROS.
           01  WS-QTD-NAO-ZERO     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-ABENDADAS    PIC 9(08) VALUE ZEROS.
           01  WS-SOMA-CONFERE     PIC 9(08) VALUE ZEROS.
      *    PER-PROGRAM TOTALS.  ELAPSED TIMES ARE IN SECONDS.
           01  WS-QTD-PROGRAMAS    PIC 9(02) VALUE ZEROS.
           01  WS-TAB-PROGRAMAS.
               05  WS-PRG-ENTRADA OCCURS 30 TIMES.
                   10  WS-PRG-NOME         PIC X(12).
                   10  WS-PRG-EXECUCOES    PIC 9(06).
                   10  WS-PRG-LIMPAS       PIC 9(06).
                   10  WS-PRG-AVISOS       PIC 9(06).
                   10  WS-PRG-FALHAS       PIC 9(06).
                   10  WS-PRG-ABENDS       PIC 9(06).
                   10  WS-PRG-SEG-TOTAL    PIC 9(10).
                   10  WS-PRG-SEG-MIN      PIC 9(08).
                   10  WS-PRG-SEG-MAX      PIC 9(08).
      *    ELAPSED-TIME TREND - ONE ENTRY PER PROGRAM PER START DATE,
      *    BUILT IN FILE ORDER, WHICH IS CHRONOLOGICAL.
           01  WS-QTD-TENDENCIA    PIC 9(04) VALUE ZEROS.
           01  WS-TAB-TENDENCIA.
               05  WS-TND-ENTRADA OCCURS 1000 TIMES.
                   10  WS-TND-PROGRAMA     PIC X(12).
                   10  WS-TND-DATA         PIC 9(08).
                   10  WS-TND-EXECUCOES    PIC 9(04).
                   10  WS-TND-SEG-TOTAL    PIC 9(10).
      *    LOCK RECORDS STILL WAITING FOR THEIR RUN'S END RECORD.
      *    WHAT IS LEFT ACTIVE AT END OF FILE NEVER ENDED.
           01  WS-QTD-ABERTAS      PIC 9(03) VALUE ZEROS.
           01  WS-TAB-ABERTAS.
               05  WS-ABT-ENTRADA OCCURS 200 TIMES.
                   10  WS-ABT-PROGRAMA     PIC X(12).
                   10  WS-ABT-INICIO       PIC X(16).
                   10  WS-ABT-TRAVAS       PIC 9(03).
                   10  WS-ABT-RECURSO      PIC X(12).
                   10  WS-ABT-ATIVA        PIC X(01).
           01  WS-IDX              PIC 9(04) VALUE ZEROS.
           01  WS-IDX-TND          PIC 9(04) VALUE ZEROS.
           01  WS-ACHADO           PIC 9(04) VALUE ZEROS.
           01  WS-PROGRAMA-PROCURADO PIC X(12) VALUE SPACES.
           01  WS-AVISO-PROGRAMAS  PIC X(01) VALUE "N".
               88  AVISO-PROGRAMAS-DADO  VALUE "S".
           01  WS-AVISO-TENDENCIA  PIC X(01) VALUE "N".
               88  AVISO-TENDENCIA-DADO  VALUE "S".
           01  WS-AVISO-ABERTAS    PIC X(01) VALUE "N".
               88  AVISO-ABERTAS-DADO    VALUE "S".
      *    ELAPSED-TIME WORK AREAS.
           01  WS-HORA-TRAB        PIC 9(08) VALUE ZEROS.
           01  WS-HORA-PARTES REDEFINES WS-HORA-TRAB.
               05  WS-HT-HH        PIC 9(02).
               05  WS-HT-MM        PIC 9(02).
               05  WS-HT-SS        PIC 9(02).
               05  WS-HT-CC        PIC 9(02).
           01  WS-SEG-INICIO       PIC 9(05) VALUE ZEROS.
           01  WS-SEG-FIM          PIC 9(05) VALUE ZEROS.
           01  WS-DIAS-DECORRIDOS  PIC 9(07) VALUE ZEROS.
           01  WS-SEG-CALCULO      PIC S9(10) VALUE ZEROS.
           01  WS-SEG-DURACAO      PIC 9(08) VALUE ZEROS.
           01  WS-MEDIA            PIC 9(08) VALUE ZEROS.
           01  WS-MEDIA-ANTERIOR   PIC 9(08) VALUE ZEROS.
           01  WS-VARIACAO         PIC S9(08) VALUE ZEROS.
      *    PRINT WORK AREAS.
           01  WS-DATA-X           PIC X(08).
           01  WS-HORA-X           PIC X(08).
           01  WS-DATA-EDIT        PIC X(10).
           01  WS-HORA-EDIT        PIC X(08).
           01  WS-INICIO-EDIT      PIC X(19).
           01  WS-FIM-EDIT         PIC X(19).
           01  WS-ED-EXECUCOES     PIC ZZZZ9.
           01  WS-ED-LIMPAS        PIC ZZZZ9.
           01  WS-ED-AVISOS        PIC ZZZZ9.
           01  WS-ED-FALHAS        PIC ZZZZ9.
           01  WS-ED-ABENDS        PIC ZZZZ9.
           01  WS-ED-SEG-MIN       PIC ZZZZZZ9.
           01  WS-ED-SEG-MEDIA     PIC ZZZZZZ9.
           01  WS-ED-SEG-MAX       PIC ZZZZZZ9.
           01  WS-ED-VARIACAO      PIC +++++++9.
           01  WS-ED-RETORNO       PIC ZZZ9.
           01  WS-ED-TRAVAS        PIC ZZ9.
           01  WS-LINHA            PIC X(80).
           COPY DIFFPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-REGISTRO THRU 2000-EXIT
               UNTIL WS-EOF = "S".
           PERFORM 5000-IMPRIME-RESUMO THRU 5000-EXIT.
           PERFORM 6000-IMPRIME-TENDENCIA THRU 6000-EXIT.
           PERFORM 7000-IMPRIME-ABENDADAS THRU 7000-EXIT.
           PERFORM 8000-FINALIZA THRU 8000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS AND VALIDATES THE DATE-RANGE CARD,
      *     OPENS THE HISTORY FILE AND THE REPORT, AND WRITES THE
      *     HEADING AND THE FIRST SECTION'S COLUMN TITLES.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "RUNHRPT"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT RUNH-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "RUNHRPT - RUNHCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ RUNH-CTL
               AT END
                  DISPLAY "RUNHRPT - RUNHCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE RUNH-CTL-REC TO RHL-CARTAO.

           IF CTL-DATA-INICIAL IS NOT NUMERIC
                 OR CTL-DATA-FINAL IS NOT NUMERIC
              DISPLAY "RUNHRPT - RUNHCTL CONTEM DATA INVALIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE CTL-DATA-INICIAL TO WS-SEL-DATA-INI.
           MOVE CTL-DATA-FINAL   TO WS-SEL-DATA-FIM.
           IF WS-SEL-DATA-INI > WS-SEL-DATA-FIM
              DISPLAY "RUNHRPT - RUNHCTL COM DATA INICIAL MAIOR "
                  "QUE A FINAL"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           CLOSE RUNH-CTL.

           OPEN INPUT HISTORICO.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "RUNHRPT - RUNHIST NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           OPEN OUTPUT RUNH-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "RUNHRPT - FALHA AO CRIAR RUNHOUT"
              MOVE 16 TO RETURN-CODE
              CLOSE HISTORICO
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "RELATORIO DO HISTORICO DE EXECUCOES BATCH" TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PERIODO: " CTL-DATA-INICIAL (7:2) "/"
               CTL-DATA-INICIAL (5:2) "/" CTL-DATA-INICIAL (1:4) " A "
               CTL-DATA-FINAL (7:2) "/" CTL-DATA-FINAL (5:2) "/"
               CTL-DATA-FINAL (1:4)
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           MOVE "EXECUCOES COM RETORNO NAO ZERO" TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA      INICIO               FIM"
               "                    RC  SEGUNDOS"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSA-REGISTRO - READS ONE HISTORY RECORD AND ROUTES
      *     IT: END RECORDS FEED THE PER-PROGRAM TOTALS AND THE TREND,
      *     LOCK RECORDS WAIT IN THE OPEN-LOCK TABLE FOR THEIR RUN'S
      *     END RECORD.  ONLY RUNS THAT STARTED INSIDE THE PERIOD
      *     COUNT.
      ******************************************************************
       2000-PROCESSA-REGISTRO.
           READ HISTORICO
               AT END MOVE "S" TO WS-EOF
           END-READ.
           IF WS-EOF = "S"
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-QTD-LIDOS.
           IF HST-DATA-INICIO IS NOT NUMERIC
                 OR (NOT HST-EH-FIM AND NOT HST-EH-TRAVA)
              ADD 1 TO WS-QTD-INVALIDOS
              GO TO 2000-EXIT
           END-IF.
           IF HST-DATA-INICIO < WS-SEL-DATA-INI
                 OR HST-DATA-INICIO > WS-SEL-DATA-FIM
              ADD 1 TO WS-QTD-FORA-PERIODO
              GO TO 2000-EXIT
           END-IF.

           IF HST-EH-TRAVA
              ADD 1 TO WS-QTD-TRAVAS
              PERFORM 4000-REGISTRA-TRAVA THRU 4000-EXIT
           ELSE
              ADD 1 TO WS-QTD-FIM
              PERFORM 3000-REGISTRA-FIM THRU 3000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRA-FIM - ONE COMPLETED RUN: WORKS OUT ITS ELAPSED
      *     TIME, LISTS IT WHEN THE RETURN CODE IS NOT ZERO, CLOSES
      *     ITS LOCK ENTRIES AND ADDS IT TO THE PROGRAM TOTALS AND
      *     THE TREND.
      ******************************************************************
       3000-REGISTRA-FIM.
           PERFORM 3100-CALCULA-DURACAO THRU 3100-EXIT.

           IF HST-RETORNO NOT = ZEROS
              ADD 1 TO WS-QTD-NAO-ZERO
              PERFORM 3200-IMPRIME-NAO-ZERO THRU 3200-EXIT
           END-IF.

           PERFORM 3300-FECHA-TRAVA THRU 3300-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ABERTAS.

           MOVE HST-PROGRAMA TO WS-PROGRAMA-PROCURADO.
           PERFORM 3400-LOCALIZA-PROGRAMA THRU 3400-EXIT.
           IF WS-ACHADO = ZEROS
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-PRG-EXECUCOES (WS-ACHADO).
           IF HST-RETORNO = ZEROS
              ADD 1 TO WS-PRG-LIMPAS (WS-ACHADO)
           ELSE
              IF HST-RETORNO < 8
                 ADD 1 TO WS-PRG-AVISOS (WS-ACHADO)
              ELSE
                 ADD 1 TO WS-PRG-FALHAS (WS-ACHADO)
              END-IF
           END-IF.
           ADD WS-SEG-DURACAO TO WS-PRG-SEG-TOTAL (WS-ACHADO).
           IF WS-PRG-EXECUCOES (WS-ACHADO) = 1
                 OR WS-SEG-DURACAO < WS-PRG-SEG-MIN (WS-ACHADO)
              MOVE WS-SEG-DURACAO TO WS-PRG-SEG-MIN (WS-ACHADO)
           END-IF.
           IF WS-SEG-DURACAO > WS-PRG-SEG-MAX (WS-ACHADO)
              MOVE WS-SEG-DURACAO TO WS-PRG-SEG-MAX (WS-ACHADO)
           END-IF.

           PERFORM 3500-ACUMULA-TENDENCIA THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CALCULA-DURACAO - ELAPSED SECONDS FROM START TO END.  A
      *     RUN THAT CROSSES MIDNIGHT GETS THE WHOLE DAYS BETWEEN THE
      *     TWO DATES FROM DATEDIFF.  A CLOCK THAT WENT BACKWARDS
      *     COUNTS AS ZERO RATHER THAN A NEGATIVE TIME.
      ******************************************************************
       3100-CALCULA-DURACAO.
           MOVE HST-HORA-INICIO TO WS-HORA-TRAB.
           COMPUTE WS-SEG-INICIO =
               WS-HT-HH * 3600 + WS-HT-MM * 60 + WS-HT-SS.
           MOVE HST-HORA-FIM TO WS-HORA-TRAB.
           COMPUTE WS-SEG-FIM =
               WS-HT-HH * 3600 + WS-HT-MM * 60 + WS-HT-SS.

           MOVE ZEROS TO WS-DIAS-DECORRIDOS.
           IF HST-DATA-FIM > HST-DATA-INICIO
              MOVE HST-DATA-INICIO TO DDF-DATA-INICIAL
              MOVE HST-DATA-FIM    TO DDF-DATA-FINAL
              MOVE "N"             TO DDF-MODO-JULIANO
              MOVE SPACES          TO DDF-REGIAO
              CALL "DATEDIFF" USING DATEDIFF-PARM
              IF DDF-OK OR DDF-SEM-RESULTADO
                 MOVE DDF-DIAS-CORRIDOS TO WS-DIAS-DECORRIDOS
              END-IF
           END-IF.

           COMPUTE WS-SEG-CALCULO = WS-DIAS-DECORRIDOS * 86400
               + WS-SEG-FIM - WS-SEG-INICIO.
           IF WS-SEG-CALCULO < ZEROS
              MOVE ZEROS TO WS-SEG-DURACAO
           ELSE
              MOVE WS-SEG-CALCULO TO WS-SEG-DURACAO
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-IMPRIME-NAO-ZERO - LISTS ONE RUN THAT ENDED WITH A
      *     NON-ZERO RETURN CODE.
      ******************************************************************
       3200-IMPRIME-NAO-ZERO.
           MOVE HST-DATA-INICIO TO WS-DATA-X.
           MOVE HST-HORA-INICIO TO WS-HORA-X.
           PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT.
           MOVE SPACES TO WS-INICIO-EDIT.
           STRING WS-DATA-EDIT " " WS-HORA-EDIT
               DELIMITED BY SIZE INTO WS-INICIO-EDIT.

           MOVE HST-DATA-FIM TO WS-DATA-X.
           MOVE HST-HORA-FIM TO WS-HORA-X.
           PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT.
           MOVE SPACES TO WS-FIM-EDIT.
           STRING WS-DATA-EDIT " " WS-HORA-EDIT
               DELIMITED BY SIZE INTO WS-FIM-EDIT.

           MOVE HST-RETORNO    TO WS-ED-RETORNO.
           MOVE WS-SEG-DURACAO TO WS-ED-SEG-MAX.
           MOVE SPACES TO WS-LINHA.
           STRING HST-PROGRAMA "  " WS-INICIO-EDIT "  " WS-FIM-EDIT
               "  " WS-ED-RETORNO "  " WS-ED-SEG-MAX
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-FECHA-TRAVA - AN END RECORD CLOSES EVERY LOCK ENTRY OF
      *     THE SAME RUN (SAME PROGRAM, SAME START TIMESTAMP).
      ******************************************************************
       3300-FECHA-TRAVA.
           IF WS-ABT-ATIVA (WS-IDX) = "S"
                 AND WS-ABT-PROGRAMA (WS-IDX) = HST-PROGRAMA
                 AND WS-ABT-INICIO (WS-IDX) = HST-INICIO
              MOVE "N" TO WS-ABT-ATIVA (WS-IDX)
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LOCALIZA-PROGRAMA - FINDS WS-PROGRAMA-PROCURADO IN THE
      *     PER-PROGRAM TABLE, ADDING IT WHEN NEW.  WS-ACHADO COMES
      *     BACK ZERO WHEN THE TABLE IS FULL.
      ******************************************************************
       3400-LOCALIZA-PROGRAMA.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM 3410-PROCURA-PROGRAMA THRU 3410-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PROGRAMAS.
           IF WS-ACHADO > ZEROS
              GO TO 3400-EXIT
           END-IF.

           IF WS-QTD-PROGRAMAS < 30
              ADD 1 TO WS-QTD-PROGRAMAS
              MOVE WS-QTD-PROGRAMAS TO WS-ACHADO
              MOVE WS-PROGRAMA-PROCURADO
                  TO WS-PRG-NOME (WS-ACHADO)
              MOVE ZEROS TO WS-PRG-EXECUCOES (WS-ACHADO)
                  WS-PRG-LIMPAS (WS-ACHADO) WS-PRG-AVISOS (WS-ACHADO)
                  WS-PRG-FALHAS (WS-ACHADO) WS-PRG-ABENDS (WS-ACHADO)
                  WS-PRG-SEG-TOTAL (WS-ACHADO)
                  WS-PRG-SEG-MIN (WS-ACHADO)
                  WS-PRG-SEG-MAX (WS-ACHADO)
           ELSE
              IF NOT AVISO-PROGRAMAS-DADO
                 DISPLAY "RUNHRPT - TABELA DE PROGRAMAS CHEIA - "
                     "O RESUMO POR PROGRAMA ESTA INCOMPLETO"
                 MOVE "S" TO WS-AVISO-PROGRAMAS
              END-IF
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3410-PROCURA-PROGRAMA - COMPARES ONE PER-PROGRAM TABLE ENTRY.
      ******************************************************************
       3410-PROCURA-PROGRAMA.
           IF WS-PRG-NOME (WS-IDX) = WS-PROGRAMA-PROCURADO
              MOVE WS-IDX TO WS-ACHADO
           END-IF.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ACUMULA-TENDENCIA - ADDS THE RUN TO ITS PROGRAM'S ENTRY
      *     FOR THE START DATE, OPENING ONE WHEN IT IS THE FIRST RUN
      *     OF THAT PROGRAM ON THAT DAY.
      ******************************************************************
       3500-ACUMULA-TENDENCIA.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM 3510-PROCURA-TENDENCIA THRU 3510-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-TENDENCIA.

           IF WS-ACHADO = ZEROS
              IF WS-QTD-TENDENCIA < 1000
                 ADD 1 TO WS-QTD-TENDENCIA
                 MOVE WS-QTD-TENDENCIA TO WS-ACHADO
                 MOVE HST-PROGRAMA    TO WS-TND-PROGRAMA (WS-ACHADO)
                 MOVE HST-DATA-INICIO TO WS-TND-DATA (WS-ACHADO)
                 MOVE ZEROS TO WS-TND-EXECUCOES (WS-ACHADO)
                     WS-TND-SEG-TOTAL (WS-ACHADO)
              ELSE
                 IF NOT AVISO-TENDENCIA-DADO
                    DISPLAY "RUNHRPT - TABELA DE TENDENCIA CHEIA - "
                        "A TENDENCIA ESTA INCOMPLETA"
                    MOVE "S" TO WS-AVISO-TENDENCIA
                 END-IF
                 GO TO 3500-EXIT
              END-IF
           END-IF.

           ADD 1              TO WS-TND-EXECUCOES (WS-ACHADO).
           ADD WS-SEG-DURACAO TO WS-TND-SEG-TOTAL (WS-ACHADO).
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3510-PROCURA-TENDENCIA - COMPARES ONE TREND TABLE ENTRY.
      ******************************************************************
       3510-PROCURA-TENDENCIA.
           IF WS-TND-PROGRAMA (WS-IDX) = HST-PROGRAMA
                 AND WS-TND-DATA (WS-IDX) = HST-DATA-INICIO
              MOVE WS-IDX TO WS-ACHADO
           END-IF.
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REGISTRA-TRAVA - ONE LOCK TAKEN BY A RUN.  A SECOND LOCK
      *     OF THE SAME RUN ONLY BUMPS THE COUNT; THE FIRST RESOURCE
      *     LOCKED IS THE ONE SHOWN.
      ******************************************************************
       4000-REGISTRA-TRAVA.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM 4100-PROCURA-TRAVA THRU 4100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ABERTAS.
           IF WS-ACHADO > ZEROS
              ADD 1 TO WS-ABT-TRAVAS (WS-ACHADO)
              GO TO 4000-EXIT
           END-IF.

           IF WS-QTD-ABERTAS < 200
              ADD 1 TO WS-QTD-ABERTAS
              MOVE HST-PROGRAMA TO WS-ABT-PROGRAMA (WS-QTD-ABERTAS)
              MOVE HST-INICIO   TO WS-ABT-INICIO (WS-QTD-ABERTAS)
              MOVE 1            TO WS-ABT-TRAVAS (WS-QTD-ABERTAS)
              MOVE HST-RECURSO  TO WS-ABT-RECURSO (WS-QTD-ABERTAS)
              MOVE "S"          TO WS-ABT-ATIVA (WS-QTD-ABERTAS)
           ELSE
              IF NOT AVISO-ABERTAS-DADO
                 DISPLAY "RUNHRPT - TABELA DE TRAVAS CHEIA - A LISTA "
                     "DE EXECUCOES SEM FIM ESTA INCOMPLETA"
                 MOVE "S" TO WS-AVISO-ABERTAS
              END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PROCURA-TRAVA - COMPARES ONE OPEN-LOCK TABLE ENTRY.
      ******************************************************************
       4100-PROCURA-TRAVA.
           IF WS-ABT-ATIVA (WS-IDX) = "S"
                 AND WS-ABT-PROGRAMA (WS-IDX) = HST-PROGRAMA
                 AND WS-ABT-INICIO (WS-IDX) = HST-INICIO
              MOVE WS-IDX TO WS-ACHADO
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIME-RESUMO - RUNS PER PROGRAM: CLEAN, WARNING AND
      *     FAILED RUNS, RUNS WITH NO END RECORD, AND THE MINIMUM,
      *     AVERAGE AND MAXIMUM ELAPSED SECONDS.  THE RUNS WITH NO
      *     END RECORD ARE COUNTED INTO THEIR PROGRAMS FIRST.
      ******************************************************************
       5000-IMPRIME-RESUMO.
           PERFORM 5100-CONTA-ABENDADA THRU 5100-EXIT
               VARYING WS-IDX-TND FROM 1 BY 1
               UNTIL WS-IDX-TND > WS-QTD-ABERTAS.

           MOVE SPACES TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE "RESUMO POR PROGRAMA" TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA      EXECS LIMPA AVISO FALHA ABEND"
               "  SEG-MIN  SEG-MED  SEG-MAX"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           PERFORM 5200-IMPRIME-PROGRAMA THRU 5200-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PROGRAMAS.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-CONTA-ABENDADA - COUNTS ONE RUN LEFT WITHOUT AN END
      *     RECORD INTO ITS PROGRAM'S TOTALS.
      ******************************************************************
       5100-CONTA-ABENDADA.
           IF WS-ABT-ATIVA (WS-IDX-TND) NOT = "S"
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ABENDADAS.
           MOVE WS-ABT-PROGRAMA (WS-IDX-TND) TO WS-PROGRAMA-PROCURADO.
           PERFORM 3400-LOCALIZA-PROGRAMA THRU 3400-EXIT.
           IF WS-ACHADO > ZEROS
              ADD 1 TO WS-PRG-ABENDS (WS-ACHADO)
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-IMPRIME-PROGRAMA - WRITES ONE PROGRAM'S SUMMARY LINE.
      ******************************************************************
       5200-IMPRIME-PROGRAMA.
           MOVE ZEROS TO WS-MEDIA.
           IF WS-PRG-EXECUCOES (WS-IDX) > ZEROS
              COMPUTE WS-MEDIA ROUNDED = WS-PRG-SEG-TOTAL (WS-IDX)
                  / WS-PRG-EXECUCOES (WS-IDX)
           END-IF.

           MOVE WS-PRG-EXECUCOES (WS-IDX) TO WS-ED-EXECUCOES.
           MOVE WS-PRG-LIMPAS (WS-IDX)    TO WS-ED-LIMPAS.
           MOVE WS-PRG-AVISOS (WS-IDX)    TO WS-ED-AVISOS.
           MOVE WS-PRG-FALHAS (WS-IDX)    TO WS-ED-FALHAS.
           MOVE WS-PRG-ABENDS (WS-IDX)    TO WS-ED-ABENDS.
           MOVE WS-PRG-SEG-MIN (WS-IDX)   TO WS-ED-SEG-MIN.
           MOVE WS-MEDIA                  TO WS-ED-SEG-MEDIA.
           MOVE WS-PRG-SEG-MAX (WS-IDX)   TO WS-ED-SEG-MAX.

           MOVE SPACES TO WS-LINHA.
           STRING WS-PRG-NOME (WS-IDX) " " WS-ED-EXECUCOES " "
               WS-ED-LIMPAS " " WS-ED-AVISOS " " WS-ED-FALHAS " "
               WS-ED-ABENDS "  " WS-ED-SEG-MIN "  " WS-ED-SEG-MEDIA
               "  " WS-ED-SEG-MAX
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIME-TENDENCIA - THE ELAPSED-TIME TREND: FOR EACH
      *     PROGRAM, ONE LINE PER DAY IT RAN WITH THE DAY'S RUNS, THE
      *     AVERAGE ELAPSED SECONDS AND THE CHANGE FROM THE PREVIOUS
      *     DAY IT RAN, SO A JOB THAT KEEPS GETTING SLOWER STANDS OUT.
      ******************************************************************
       6000-IMPRIME-TENDENCIA.
           MOVE SPACES TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE "TENDENCIA DO TEMPO DE EXECUCAO (SEGUNDOS)"
               TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA      DATA        EXECS    MEDIA  VARIACAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           PERFORM 6100-TENDENCIA-PROGRAMA THRU 6100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PROGRAMAS.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-TENDENCIA-PROGRAMA - WALKS THE TREND TABLE FOR ONE
      *     PROGRAM, IN DATE ORDER.
      ******************************************************************
       6100-TENDENCIA-PROGRAMA.
           MOVE ZEROS TO WS-MEDIA-ANTERIOR.
           MOVE ZEROS TO WS-ACHADO.
           PERFORM 6200-IMPRIME-DIA THRU 6200-EXIT
               VARYING WS-IDX-TND FROM 1 BY 1
               UNTIL WS-IDX-TND > WS-QTD-TENDENCIA.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 6200-IMPRIME-DIA - WRITES ONE DAY OF THE CURRENT PROGRAM'S
      *     TREND.  THE FIRST DAY HAS NOTHING TO COMPARE WITH.
      ******************************************************************
       6200-IMPRIME-DIA.
           IF WS-TND-PROGRAMA (WS-IDX-TND) NOT = WS-PRG-NOME (WS-IDX)
              GO TO 6200-EXIT
           END-IF.

           COMPUTE WS-MEDIA ROUNDED = WS-TND-SEG-TOTAL (WS-IDX-TND)
               / WS-TND-EXECUCOES (WS-IDX-TND).
           MOVE WS-TND-DATA (WS-IDX-TND) TO WS-DATA-X.
           MOVE ZEROS TO WS-HORA-X.
           PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT.
           MOVE WS-TND-EXECUCOES (WS-IDX-TND) TO WS-ED-EXECUCOES.
           MOVE WS-MEDIA TO WS-ED-SEG-MEDIA.

           MOVE SPACES TO WS-LINHA.
           IF WS-ACHADO = ZEROS
              STRING WS-PRG-NOME (WS-IDX) "  " WS-DATA-EDIT "  "
                  WS-ED-EXECUCOES "  " WS-ED-SEG-MEDIA "         -"
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              COMPUTE WS-VARIACAO = WS-MEDIA - WS-MEDIA-ANTERIOR
              MOVE WS-VARIACAO TO WS-ED-VARIACAO
              STRING WS-PRG-NOME (WS-IDX) "  " WS-DATA-EDIT "  "
                  WS-ED-EXECUCOES "  " WS-ED-SEG-MEDIA "  "
                  WS-ED-VARIACAO
                  DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           MOVE WS-MEDIA TO WS-MEDIA-ANTERIOR.
           MOVE 1 TO WS-ACHADO.
       6200-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIME-ABENDADAS - LISTS EVERY RUN THAT TOOK A LOCK AND
      *     NEVER WROTE ITS END RECORD.  A RUN STILL IN PROGRESS WHEN
      *     THE REPORT RAN LOOKS THE SAME - THE OPERATOR CHECKS THE
      *     SCHEDULER BEFORE CLEARING ITS LOCK.
      ******************************************************************
       7000-IMPRIME-ABENDADAS.
           MOVE SPACES TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE "EXECUCOES COM TRAVA E SEM REGISTRO DE FIM (ABEND)"
               TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           IF WS-QTD-ABENDADAS = ZEROS
              MOVE "NENHUMA - TODA EXECUCAO COM TRAVA REGISTROU O FIM"
                  TO WS-LINHA
              WRITE RUNH-OUT-REC FROM WS-LINHA
              GO TO 7000-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA      INICIO               TRAVAS  "
               "PRIMEIRO RECURSO"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           PERFORM 7100-IMPRIME-ABENDADA THRU 7100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ABERTAS.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7100-IMPRIME-ABENDADA - WRITES ONE RUN WITH NO END RECORD.
      ******************************************************************
       7100-IMPRIME-ABENDADA.
           IF WS-ABT-ATIVA (WS-IDX) NOT = "S"
              GO TO 7100-EXIT
           END-IF.

           MOVE WS-ABT-INICIO (WS-IDX) (1:8) TO WS-DATA-X.
           MOVE WS-ABT-INICIO (WS-IDX) (9:8) TO WS-HORA-X.
           PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT.
           MOVE WS-ABT-TRAVAS (WS-IDX) TO WS-ED-TRAVAS.

           MOVE SPACES TO WS-LINHA.
           STRING WS-ABT-PROGRAMA (WS-IDX) "  " WS-DATA-EDIT " "
               WS-HORA-EDIT "     " WS-ED-TRAVAS "  "
               WS-ABT-RECURSO (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           DISPLAY "RUNHRPT - " WS-ABT-PROGRAMA (WS-IDX)
               " INICIADO EM " WS-DATA-EDIT " " WS-HORA-EDIT
               " SEM REGISTRO DE FIM - TRAVA "
               WS-ABT-RECURSO (WS-IDX).
       7100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZA - WRITES THE *TOTAIS* CONTROL TRAILER, CLOSES
      *     THE FILES AND SETS THE RETURN CODE: 4 WHEN ANY RUN ENDED
      *     WITHOUT AN END RECORD, ZERO OTHERWISE.  EVERY RECORD READ
      *     MUST BE ACCOUNTED FOR AS AN END RECORD, A LOCK RECORD,
      *     OUTSIDE THE PERIOD OR INVALID - A FAILED BALANCE MEANS THE
      *     REPORT CANNOT BE TRUSTED AND ENDS WITH RETURN CODE 16.
      ******************************************************************
       8000-FINALIZA.
           COMPUTE WS-SOMA-CONFERE = WS-QTD-FIM + WS-QTD-TRAVAS
               + WS-QTD-FORA-PERIODO + WS-QTD-INVALIDOS.
           IF WS-SOMA-CONFERE NOT = WS-QTD-LIDOS
              DISPLAY "RUNHRPT - TOTAIS NAO CONFEREM: LIDOS "
                  WS-QTD-LIDOS " CLASSIFICADOS " WS-SOMA-CONFERE
              MOVE 16 TO RETURN-CODE
              CLOSE HISTORICO RUNH-OUT
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "*TOTAIS* LIDOS=" WS-QTD-LIDOS
               " FIM=" WS-QTD-FIM " TRAVA=" WS-QTD-TRAVAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "*TOTAIS* FORA-PERIODO=" WS-QTD-FORA-PERIODO
               " INVALIDOS=" WS-QTD-INVALIDOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "*TOTAIS* RC-NAO-ZERO=" WS-QTD-NAO-ZERO
               " SEM-FIM=" WS-QTD-ABENDADAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE RUNH-OUT-REC FROM WS-LINHA.

           CLOSE HISTORICO.
           CLOSE RUNH-OUT.

           DISPLAY "RUNHRPT - EXECUCOES " WS-QTD-FIM
               " RC NAO ZERO " WS-QTD-NAO-ZERO
               " SEM REGISTRO DE FIM " WS-QTD-ABENDADAS.
           IF WS-QTD-ABENDADAS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-EDITA-DATA-HORA - MAKES WS-DATA-X / WS-HORA-X READABLE
      *     AS DD/MM/AAAA AND HH:MM:SS.
      ******************************************************************
       9000-EDITA-DATA-HORA.
           MOVE SPACES TO WS-DATA-EDIT WS-HORA-EDIT.
           STRING WS-DATA-X (7:2) "/" WS-DATA-X (5:2) "/"
               WS-DATA-X (1:4) DELIMITED BY SIZE INTO WS-DATA-EDIT.
           STRING WS-HORA-X (1:2) ":" WS-HORA-X (3:2) ":"
               WS-HORA-X (5:2) DELIMITED BY SIZE INTO WS-HORA-EDIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9700-GRAVA-HISTORICO - LEAVES THIS RUN'S RUNHIST RECORD WITH
      *     THE CONTROL TOTALS AND THE RETURN CODE THE RUN IS ABOUT
      *     TO END WITH.  THE CALL ZEROES RETURN-CODE, SO THE CODE
      *     IS PUT BACK BEFORE THE STOP.  IT IS ONLY CALLED ONCE
      *     RUNHIST IS NO LONGER OPEN HERE.
      ******************************************************************
       9700-GRAVA-HISTORICO.
           MOVE WS-QTD-LIDOS       TO RHL-QTD-LIDOS.
           MOVE WS-QTD-FIM         TO RHL-QTD-VALIDOS.
           MOVE WS-QTD-INVALIDOS   TO RHL-QTD-REJEITADOS.
           MOVE WS-QTD-ABENDADAS   TO RHL-QTD-EXCECOES.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "RUNHRPT"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM RUNHRPT.
