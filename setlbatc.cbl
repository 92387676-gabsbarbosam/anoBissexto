      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: BATCH SETTLEMENT DATES - READS THE DAY'S TRADE
      *          EXTRACT (SETLIN: REFERENCE IN COLS 1-16, TRADE DATE
      *          AAAAMMDD IN COLS 17-24, OFFSET IN BUSINESS DAYS IN
      *          COLS 25-27, REGION IN COLS 28-30, OPTIONAL JULIAN
      *          FLAG IN COL 31) AND WRITES ONE SETLOUT RECORD PER
      *          GOOD TRADE WITH THE SETTLEMENT DATE WORKDAY FINDS
      *          THAT MANY BUSINESS DAYS AHEAD (WDY-SOMA-UTEIS), ITS
      *          DAY-OF-WEEK FROM DATECALC, AND FLAGS FOR A
      *          SETTLEMENT THAT CROSSES A MONTH-END OR A YEAR-END.
      *          A T+0 TRADE DATED ON A CLOSED DAY SETTLES ON THE
      *          NEXT BUSINESS DAY.  REJECTS GO TO SETLREJ WITH A
      *          REASON CODE - THE TRADE-DATE CODES DATEBATC USES (NN
      *          NOT NUMERIC, ZR YEAR ZERO, JL PRE-1582 WITHOUT THE
      *          JULIAN FLAG, MM BAD MONTH, DD DAY PAST MONTH END, BF
      *          29/02 IN A NON-LEAP YEAR, RG UNKNOWN REGION) PLUS PZ
      *          FOR AN OFFSET THAT IS NOT A NUMBER AND SR WHEN
      *          WORKDAY FINDS NO BUSINESS DAY (WDY-SEM-RESULTADO).
      *          THE RUN ENDS WITH BALANCED *TOTAIS* CONTROL LINES ON
      *          SETLOUT AND THE CONSOLE, AND RETURN CODE 8 WHEN
      *          REJECTS EXCEED THE SETLCTL TOLERANCE, SO THE
      *          SCHEDULER GATES THE SETTLEMENT FILE THE SAME WAY IT
      *          GATES ANOSOUT.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program, modeled on DATEBATC.
      *                     No checkpoint/restart: the trade extract
      *                     is small and SETLOUT is rebuilt whole -
      *                     RERUN FROM THE TOP ON AN ABEND.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. SETLBATC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETL-IN ASSIGN TO "SETLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SETL-OUT ASSIGN TO "SETLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SETL-REJ ASSIGN TO "SETLREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT SETL-CTL ASSIGN TO "SETLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SETL-IN.
       01  SETL-IN-REC             PIC X(80).
       FD  SETL-OUT.
           COPY SETLREC.
       01  SETL-TOTAIS-REC         PIC X(80).
       FD  SETL-REJ.
       01  SETL-REJ-REC.
           05  REJ-IMAGEM          PIC X(80).
           05  REJ-MOTIVO          PIC X(02).
       FD  SETL-CTL.
       01  SETL-CTL-REC.
           05  CTL-TOLERANCIA      PIC X(03).
           05  FILLER              PIC X(77).

       WORKING-STORAGE SECTION.
           01  WS-IN-STATUS        PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-REJ-STATUS       PIC X(02) VALUE "00".
           01  WS-SCTL-STATUS      PIC X(02) VALUE "00".
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-NEGOCIO-VALIDO   PIC X(01) VALUE "N".
               88  NEGOCIO-EH-VALIDO     VALUE "S".
           01  WS-MOTIVO-REJEICAO  PIC X(02) VALUE SPACES.
           01  WS-REGISTRO-ENTRADA.
               05  ENT-REFERENCIA  PIC X(16).
               05  ENT-DATA        PIC X(08).
               05  ENT-DATA-NUM REDEFINES ENT-DATA.
                   10  ENT-ANO     PIC 9(04).
                   10  ENT-MES     PIC 9(02).
                   10  ENT-DIA     PIC 9(02).
               05  ENT-PRAZO       PIC X(03).
               05  ENT-PRAZO-NUM REDEFINES ENT-PRAZO PIC 9(03).
               05  ENT-REGIAO      PIC X(03).
               05  ENT-JULIANO     PIC X(01).
               05  FILLER          PIC X(49).
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-REC-LIDOS        PIC 9(08) VALUE ZEROS.
           01  WS-REC-VALIDOS      PIC 9(08) VALUE ZEROS.
           01  WS-REC-REJEITADOS   PIC 9(08) VALUE ZEROS.
           01  WS-QTD-VIRA-MES     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-VIRA-ANO     PIC 9(08) VALUE ZEROS.
           01  WS-SOMA-CONFERE     PIC 9(08) VALUE ZEROS.
           01  WS-TOLERANCIA       PIC 9(03) VALUE 100.
           01  WS-PCT-REJEITADOS   PIC 9(03)V99 VALUE ZEROS.
           01  WS-LINHA-TOTAIS     PIC X(80) VALUE SPACES.
           COPY DATEPARM.
           COPY LEAPPARM.
           COPY WORKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-UM-REGISTRO THRU 2000-EXIT
               UNTIL WS-EOF = "S".
           PERFORM 8000-FINALIZA THRU 8000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS THE OPTIONAL SETLCTL TOLERANCE CARD
      *     AND OPENS THE TRADE, SETTLEMENT AND REJECT FILES.  EVERY
      *     OPEN IS CHECKED AND A FAILURE STOPS THE RUN WITH CODE 16.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "SETLBATC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.

           OPEN INPUT SETL-IN.
           IF WS-IN-STATUS NOT = "00"
              DISPLAY "SETLBATC - SETLIN NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           OPEN OUTPUT SETL-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "SETLBATC - FALHA AO CRIAR SETLOUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           OPEN OUTPUT SETL-REJ.
           IF WS-REJ-STATUS NOT = "00"
              DISPLAY "SETLBATC - FALHA AO ABRIR SETLREJ"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-LE-PARAMETROS - READS THE OPTIONAL SETLCTL CARD: THE
      *     REJECT TOLERANCE PERCENTAGE (000-100).  NO SETLCTL FILE
      *     MEANS TOLERANCE 100 - NO ENFORCEMENT - THE SAME RULE
      *     DATEBATC APPLIES TO DATECTL.
      ******************************************************************
       1050-LE-PARAMETROS.
           OPEN INPUT SETL-CTL.
           IF WS-SCTL-STATUS = "35"
              GO TO 1050-EXIT
           END-IF.
           IF WS-SCTL-STATUS NOT = "00"
              DISPLAY "SETLBATC - SETLCTL INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ SETL-CTL
               AT END
                  DISPLAY "SETLBATC - SETLCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE SETL-CTL-REC TO RHL-CARTAO.

           IF CTL-TOLERANCIA NOT = SPACES
              IF CTL-TOLERANCIA IS NOT NUMERIC
                 DISPLAY "SETLBATC - SETLCTL COM TOLERANCIA INVALIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-TOLERANCIA TO WS-TOLERANCIA
              IF WS-TOLERANCIA > 100
                 DISPLAY "SETLBATC - SETLCTL COM TOLERANCIA INVALIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.

           CLOSE SETL-CTL.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSA-UM-REGISTRO - READS ONE TRADE, VALIDATES IT,
      *     WORKS OUT ITS SETTLEMENT AND WRITES EITHER THE SETTLEMENT
      *     RECORD OR THE REJECT RECORD WITH ITS REASON CODE.
      ******************************************************************
       2000-PROCESSA-UM-REGISTRO.
           READ SETL-IN
               AT END MOVE "S" TO WS-EOF
           END-READ.

           IF WS-EOF NOT = "S"
              ADD 1 TO WS-REC-LIDOS
              MOVE SETL-IN-REC TO WS-REGISTRO-ENTRADA
              PERFORM 3000-VALIDA-NEGOCIO THRU 3000-EXIT
              IF NEGOCIO-EH-VALIDO
                 PERFORM 4000-CALCULA-LIQUIDACAO THRU 4000-EXIT
              END-IF
              IF NEGOCIO-EH-VALIDO
                 ADD 1 TO WS-REC-VALIDOS
                 PERFORM 5000-GRAVA-LIQUIDACAO THRU 5000-EXIT
              ELSE
                 ADD 1 TO WS-REC-REJEITADOS
                 MOVE WS-REGISTRO-ENTRADA TO REJ-IMAGEM
                 MOVE WS-MOTIVO-REJEICAO  TO REJ-MOTIVO
                 WRITE SETL-REJ-REC
              END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VALIDA-NEGOCIO - THE TRADE DATE IS CLASSIFIED EXACTLY AS
      *     DATEBATC CLASSIFIES A DATE (STRUCTURAL TESTS FIRST, THEN
      *     THE REGION THROUGH LEAPCHK, THEN THE DATECALC VERDICT), SO
      *     A GIVEN BAD DATE CARRIES THE SAME REASON CODE IN BOTH
      *     JOBS.  THE OFFSET IS CHECKED LAST.
      ******************************************************************
       3000-VALIDA-NEGOCIO.
           MOVE "S" TO WS-NEGOCIO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-REJEICAO.

           IF ENT-JULIANO = "S" OR ENT-JULIANO = "s"
              MOVE "S" TO WS-MODO-JULIANO
           ELSE
              MOVE "N" TO WS-MODO-JULIANO
           END-IF.

           IF ENT-DATA IS NOT NUMERIC
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "NN" TO WS-MOTIVO-REJEICAO
              GO TO 3000-EXIT
           END-IF.

           IF ENT-ANO = ZEROS
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "ZR" TO WS-MOTIVO-REJEICAO
              GO TO 3000-EXIT
           END-IF.

           IF ENT-ANO < 1582 AND WS-MODO-JULIANO NOT = "S"
                 AND ENT-REGIAO = SPACES
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "JL" TO WS-MOTIVO-REJEICAO
              GO TO 3000-EXIT
           END-IF.

           IF ENT-MES < 01 OR ENT-MES > 12
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "MM" TO WS-MOTIVO-REJEICAO
              GO TO 3000-EXIT
           END-IF.

           IF ENT-REGIAO NOT = SPACES
              MOVE ENT-ANO         TO LC-ANO
              MOVE WS-MODO-JULIANO TO LC-MODO-JULIANO
              MOVE ENT-REGIAO      TO LC-REGIAO
              MOVE ZEROS           TO LC-CUTOVER-TESTE
              CALL "LEAPCHK" USING LEAPCHK-PARM
              IF LC-REGIAO-ERRADA
                 MOVE "N"  TO WS-NEGOCIO-VALIDO
                 MOVE "RG" TO WS-MOTIVO-REJEICAO
                 GO TO 3000-EXIT
              END-IF
           END-IF.

           MOVE ENT-DATA        TO DTC-DATA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE ENT-REGIAO      TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.

           IF DTC-DATA-INVALIDA
              MOVE "N" TO WS-NEGOCIO-VALIDO
              IF ENT-MES = 02 AND ENT-DIA = 29
                 MOVE "BF" TO WS-MOTIVO-REJEICAO
              ELSE
                 MOVE "DD" TO WS-MOTIVO-REJEICAO
              END-IF
              GO TO 3000-EXIT
           END-IF.

           IF ENT-PRAZO IS NOT NUMERIC
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "PZ" TO WS-MOTIVO-REJEICAO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CALCULA-LIQUIDACAO - WORKDAY ADDS THE OFFSET IN BUSINESS
      *     DAYS.  WITH A ZERO OFFSET WORKDAY HANDS BACK THE TRADE
      *     DATE ITSELF, WHICH MAY BE CLOSED - THEN THE NEXT BUSINESS
      *     DAY IS TAKEN, SINCE NOTHING SETTLES ON A CLOSED DAY.  NO
      *     BUSINESS DAY WITHIN WORKDAY'S SEARCH LIMIT IS AN "SR"
      *     REJECT.  THE SETTLEMENT'S DAY-OF-WEEK COMES FROM DATECALC.
      ******************************************************************
       4000-CALCULA-LIQUIDACAO.
           MOVE "S"             TO WDY-FUNCAO.
           MOVE ENT-DATA        TO WDY-DATA.
           MOVE WS-MODO-JULIANO TO WDY-MODO-JULIANO.
           MOVE ENT-REGIAO      TO WDY-REGIAO.
           MOVE ENT-PRAZO-NUM   TO WDY-QTD-DIAS.
           CALL "WORKDAY" USING WORKDAY-PARM.

           IF WDY-OK AND ENT-PRAZO-NUM = ZEROS AND NOT WDY-DIA-UTIL
              MOVE "P"             TO WDY-FUNCAO
              MOVE ENT-DATA        TO WDY-DATA
              CALL "WORKDAY" USING WORKDAY-PARM
           END-IF.

           IF WDY-SEM-RESULTADO
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "SR" TO WS-MOTIVO-REJEICAO
              GO TO 4000-EXIT
           END-IF.
           IF NOT WDY-OK
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "DD" TO WS-MOTIVO-REJEICAO
              GO TO 4000-EXIT
           END-IF.

           MOVE WDY-DATA-RESULTADO TO DTC-DATA.
           MOVE WS-MODO-JULIANO    TO DTC-MODO-JULIANO.
           MOVE ENT-REGIAO         TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              MOVE "N"  TO WS-NEGOCIO-VALIDO
              MOVE "SR" TO WS-MOTIVO-REJEICAO
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVA-LIQUIDACAO - BUILDS AND WRITES THE SETTLEMENT
      *     RECORD.  A SETTLEMENT IN A DIFFERENT MONTH THAN THE TRADE
      *     CROSSED A MONTH-END; ONE IN A DIFFERENT YEAR CROSSED A
      *     YEAR-END (AND SO A MONTH-END AS WELL).
      ******************************************************************
       5000-GRAVA-LIQUIDACAO.
           MOVE SPACES             TO SETL-REC.
           MOVE ENT-REFERENCIA     TO STL-REFERENCIA.
           MOVE ENT-DATA           TO STL-DATA-NEGOCIO.
           MOVE ENT-PRAZO-NUM      TO STL-PRAZO.
           MOVE ENT-REGIAO         TO STL-REGIAO.
           MOVE WS-MODO-JULIANO    TO STL-JULIANO.
           MOVE WDY-DATA-RESULTADO TO STL-DATA-LIQUIDACAO.
           MOVE DTC-DIA-SEMANA     TO STL-DIA-SEMANA.
           MOVE DTC-NOME-DIA       TO STL-NOME-DIA.
           MOVE "N"                TO STL-VIRA-MES STL-VIRA-ANO.

           IF STL-LIQ-ANO NOT = STL-NEG-ANO
              MOVE "S" TO STL-VIRA-ANO
              ADD 1 TO WS-QTD-VIRA-ANO
           END-IF.
           IF STL-LIQ-ANO NOT = STL-NEG-ANO
                 OR STL-LIQ-MES NOT = STL-NEG-MES
              MOVE "S" TO STL-VIRA-MES
              ADD 1 TO WS-QTD-VIRA-MES
           END-IF.

           WRITE SETL-REC.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZA - WRITES THE CONTROL-TOTALS TRAILER, CLOSES THE
      *     FILES, AND ENDS THE RUN WITH THE CONSOLE SUMMARY AND THE
      *     RETURN CODE THE SCHEDULER ACTS ON.
      ******************************************************************
       8000-FINALIZA.
           PERFORM 8100-GRAVA-TRAILER THRU 8100-EXIT.

           CLOSE SETL-IN.
           CLOSE SETL-OUT.
           CLOSE SETL-REJ.

           PERFORM 8200-RESUMO-E-RETORNO THRU 8200-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-GRAVA-TRAILER - WRITES THE *TOTAIS* CONTROL LINES ON
      *     SETLOUT.  VALID + REJECTED MUST BALANCE AGAINST THE
      *     RECORDS READ, AND THE CROSSING COUNTS MUST NEST (YEAR-END
      *     CROSSINGS WITHIN MONTH-END CROSSINGS WITHIN SETTLEMENTS) -
      *     A FAILED BALANCE IS A FATAL ERROR, NOT A WARNING, BECAUSE
      *     IT MEANS THE FILE CANNOT BE TRUSTED.
      ******************************************************************
       8100-GRAVA-TRAILER.
           COMPUTE WS-SOMA-CONFERE =
               WS-REC-VALIDOS + WS-REC-REJEITADOS.
           IF WS-SOMA-CONFERE NOT = WS-REC-LIDOS
              DISPLAY "SETLBATC - TOTAIS NAO CONFEREM: VALIDOS + "
                  "REJEITADOS NAO SOMAM OS REGISTROS LIDOS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF WS-QTD-VIRA-ANO > WS-QTD-VIRA-MES
                 OR WS-QTD-VIRA-MES > WS-REC-VALIDOS
              DISPLAY "SETLBATC - TOTAIS NAO CONFEREM: VIRADAS DE "
                  "ANO/MES INCOERENTES COM AS LIQUIDACOES"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA-TOTAIS.
           STRING "*TOTAIS* LIDOS=" WS-REC-LIDOS
               " VALIDOS=" WS-REC-VALIDOS
               " REJEITADOS=" WS-REC-REJEITADOS
               DELIMITED BY SIZE INTO WS-LINHA-TOTAIS.
           WRITE SETL-TOTAIS-REC FROM WS-LINHA-TOTAIS.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           STRING "*TOTAIS* VIRADA-MES=" WS-QTD-VIRA-MES
               " VIRADA-ANO=" WS-QTD-VIRA-ANO
               DELIMITED BY SIZE INTO WS-LINHA-TOTAIS.
           WRITE SETL-TOTAIS-REC FROM WS-LINHA-TOTAIS.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-RESUMO-E-RETORNO - CONSOLE SUMMARY AND THE RETURN CODE:
      *     ZERO FOR A CLEAN RUN, 8 WHEN THE REJECT PERCENTAGE
      *     EXCEEDS THE SETLCTL TOLERANCE SO THE SCHEDULER HOLDS THE
      *     JOBS THAT CONSUME SETLOUT.
      ******************************************************************
       8200-RESUMO-E-RETORNO.
           DISPLAY "SETLBATC - LIDOS " WS-REC-LIDOS
               " VALIDOS " WS-REC-VALIDOS
               " REJEITADOS " WS-REC-REJEITADOS.
           DISPLAY "SETLBATC - VIRADAS DE MES " WS-QTD-VIRA-MES
               " VIRADAS DE ANO " WS-QTD-VIRA-ANO.

           IF WS-REC-LIDOS > ZEROS
              COMPUTE WS-PCT-REJEITADOS =
                  ( WS-REC-REJEITADOS * 100 ) / WS-REC-LIDOS
              IF WS-PCT-REJEITADOS > WS-TOLERANCIA
                 DISPLAY "SETLBATC - REJEITADOS ACIMA DA TOLERANCIA "
                     "DE " WS-TOLERANCIA " PORCENTO"
                 MOVE 8 TO RETURN-CODE
              END-IF
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
           MOVE WS-REC-VALIDOS     TO RHL-QTD-GRAVADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "SETLBATC" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM SETLBATC.
