      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: DRIFT CHECK OF THE DISTRIBUTED CALENDAR FILES - READS
      *          A CALDOUT AND/OR A CDAYOUT ALREADY HANDED TO THE
      *          SCHEDULING AND ACCRUAL SYSTEMS, TOGETHER WITH THE
      *          CONTROL CARD THEY WERE GENERATED FROM (CVERCTL, SAME
      *          LAYOUT AS CALDCTL/CDAYCTL: YEARS IN COLS 1-8, JULIAN
      *          SWITCH IN COL 9, REGION IN COLS 10-12), AND
      *          RECOMPUTES EVERY RECORD AGAINST TODAY'S CALRULES AND
      *          HOLIDAYS THROUGH LEAPCHK, DATECALC AND WORKDAY:
      *          DAYS IN THE MONTH, CUMULATIVE DAY-OF-YEAR AND DAYS
      *          IN THE YEAR ON CALDOUT; DAY-OF-WEEK, DAY-OF-YEAR AND
      *          THE BUSINESS-DAY FLAG (DAY-FLAG-UTIL) ON CDAYOUT.
      *          WHEN BOTH FILES ARE GIVEN THEY ARE ALSO CROSS-
      *          CHECKED - EACH MONTH'S DAY COUNT AGAINST ITS DAY
      *          RECORDS, THE CUMULATIVE DAY-OF-YEAR AT MONTH END,
      *          AND FEBRUARY'S LENGTH.  EVERY RECORD THAT NO LONGER
      *          AGREES IS LISTED ON THE CVEROUT EXCEPTIONS REPORT.
      *          THE RUN ENDS WITH A CLEAN ZERO-EXCEPTIONS LINE AND
      *          RETURN CODE 0, OR WITH RETURN CODE 8 SO THE
      *          SCHEDULER TRIGGERS A REGENERATION AND RE-SEND.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program, modeled on ANOBRECN's
      *                     exceptions report.  A file that is not
      *                     there (status 35) is simply not checked;
      *                     neither file there is RETURN-CODE 16.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. ANOBCVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CVER-CTL ASSIGN TO "CVERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CALD-IN ASSIGN TO "CALDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALD-STATUS.
           SELECT CDAY-IN ASSIGN TO "CDAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDAY-STATUS.
           SELECT CVER-OUT ASSIGN TO "CVEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CVER-CTL.
       01  CVER-CTL-REC.
           05  CTL-ANO-INICIAL     PIC X(04).
           05  CTL-ANO-FINAL       PIC X(04).
           05  CTL-MODO-JULIANO    PIC X(01).
           05  CTL-REGIAO          PIC X(03).
           05  FILLER              PIC X(68).
       FD  CALD-IN.
           COPY CALDREC.
       FD  CDAY-IN.
           COPY DAYREC.
       FD  CVER-OUT.
       01  CVER-OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-CALD-STATUS      PIC X(02) VALUE "00".
           01  WS-CDAY-STATUS      PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-TEM-CALDOUT      PIC X(01) VALUE "N".
               88  COM-CALDOUT           VALUE "S".
           01  WS-TEM-CDAYOUT      PIC X(01) VALUE "N".
               88  COM-CDAYOUT           VALUE "S".
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-ANO-INICIAL      PIC 9(4).
           01  WS-ANO-FINAL        PIC 9(4).
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-REGIAO           PIC X(03) VALUE SPACES.
           01  WS-MAX-ANOS         PIC 9(03) VALUE 200.
           01  WS-QTD-ANOS-CARTAO  PIC 9(05) VALUE ZEROS.
           01  WS-IDX-ANO          PIC 9(05) VALUE ZEROS.
           01  WS-IDX-MES          PIC 9(02) VALUE ZEROS.
           01  WS-ANO-VER          PIC 9(04) VALUE ZEROS.
           01  WS-MES-VER          PIC 9(02) VALUE ZEROS.
           01  WS-REGRA-DIAS-MES   PIC 9(02) VALUE ZEROS.
           01  WS-REGRA-ACUM       PIC 9(03) VALUE ZEROS.
           01  WS-REGRA-DIAS-ANO   PIC 9(03) VALUE ZEROS.
           01  WS-QTD-DIAS-TELA    PIC 9(03) VALUE ZEROS.
           01  WS-DATA-ANTERIOR    PIC X(08) VALUE LOW-VALUES.
           01  WS-TAB-VERIFICACAO.
               05  VER-ANO         OCCURS 200 TIMES.
                   10  VER-MES     OCCURS 12 TIMES.
                       15  VER-CAL-QTD     PIC 9(04) COMP.
                       15  VER-CAL-DIAS    PIC 9(02).
                       15  VER-CAL-ACUM    PIC 9(03).
                       15  VER-DAY-QTD     PIC 9(04) COMP.
                       15  VER-DAY-ULT-DOA PIC 9(03).
           01  WS-QTD-CAL-LIDOS    PIC 9(08) VALUE ZEROS.
           01  WS-QTD-DAY-LIDOS    PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXC-DIAS-MES PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXC-DIA-ANO  PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXC-SEMANA   PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXC-UTIL     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXC-CRUZADAS PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXC-COBERTURA PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXCECOES     PIC 9(08) VALUE ZEROS.
           01  WS-EXC-ARQUIVO      PIC X(07) VALUE SPACES.
           01  WS-EXC-DATA         PIC X(10) VALUE SPACES.
           01  WS-EXC-TEXTO        PIC X(60) VALUE SPACES.
           01  WS-LINHA            PIC X(80) VALUE SPACES.
           COPY LEAPPARM.
           COPY DATEPARM.
           COPY WORKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           IF COM-CALDOUT
              PERFORM 2000-VERIFICA-CALDOUT THRU 2000-EXIT
                  UNTIL WS-EOF = "S"
           END-IF.
           MOVE "N" TO WS-EOF.
           IF COM-CDAYOUT
              PERFORM 3000-VERIFICA-CDAYOUT THRU 3000-EXIT
                  UNTIL WS-EOF = "S"
           END-IF.
           PERFORM 4000-CONFRONTA-ANO THRU 4000-EXIT
               VARYING WS-IDX-ANO FROM 1 BY 1
               UNTIL WS-IDX-ANO > WS-QTD-ANOS-CARTAO.
           PERFORM 5000-IMPRIME-RESUMO THRU 5000-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS AND VALIDATES THE CONTROL CARD (SAME
      *     RULES AS CALDCTL), OPENS WHICHEVER CALENDAR FILES ARE
      *     THERE AND THE EXCEPTIONS REPORT, AND CLEARS THE PER-MONTH
      *     TALLY TABLE.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBCVER" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.

           OPEN INPUT CALD-IN.
           IF WS-CALD-STATUS = "00"
              MOVE "S" TO WS-TEM-CALDOUT
           ELSE
              IF WS-CALD-STATUS NOT = "35"
                 DISPLAY "ANOBCVER - CALDOUT INVALIDO"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT CDAY-IN.
           IF WS-CDAY-STATUS = "00"
              MOVE "S" TO WS-TEM-CDAYOUT
           ELSE
              IF WS-CDAY-STATUS NOT = "35"
                 DISPLAY "ANOBCVER - CDAYOUT INVALIDO"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.

           IF NOT COM-CALDOUT AND NOT COM-CDAYOUT
              DISPLAY "ANOBCVER - NEM CALDOUT NEM CDAYOUT ENCONTRADO "
                  "- NADA A VERIFICAR"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           OPEN OUTPUT CVER-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "ANOBCVER - FALHA AO CRIAR CVEROUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           INITIALIZE WS-TAB-VERIFICACAO.

           MOVE SPACES TO WS-LINHA.
           STRING "VERIFICACAO DE CALDOUT/CDAYOUT X REGRAS ATUAIS - "
               "ANOS " WS-ANO-INICIAL " A " WS-ANO-FINAL
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "REGIAO: " WS-REGIAO
               "   REGRA JULIANA: " WS-MODO-JULIANO
               "   CALDOUT: " WS-TEM-CALDOUT
               "   CDAYOUT: " WS-TEM-CDAYOUT
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-LE-PARAMETROS - READS THE CVERCTL CARD.  IT IS THE SAME
      *     CARD THE FILES WERE GENERATED FROM, VALIDATED BY THE SAME
      *     RULES, SO THE CHECK RUNS UNDER THE SAME REGION AND JULIAN
      *     SWITCH AND OVER THE SAME SPAN OF YEARS.
      ******************************************************************
       1050-LE-PARAMETROS.
           OPEN INPUT CVER-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "ANOBCVER - CVERCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ CVER-CTL
               AT END
                  DISPLAY "ANOBCVER - CVERCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE CVER-CTL-REC TO RHL-CARTAO.

           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "ANOBCVER - CVERCTL CONTEM ANO INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE CTL-ANO-INICIAL TO WS-ANO-INICIAL.
           MOVE CTL-ANO-FINAL   TO WS-ANO-FINAL.
           IF CTL-MODO-JULIANO = "S" OR CTL-MODO-JULIANO = "s"
              MOVE "S" TO WS-MODO-JULIANO
           ELSE
              MOVE "N" TO WS-MODO-JULIANO
           END-IF.
           MOVE CTL-REGIAO TO WS-REGIAO.

           IF WS-ANO-INICIAL = ZEROS OR WS-ANO-FINAL = ZEROS
                 OR WS-ANO-FINAL < WS-ANO-INICIAL
              DISPLAY "ANOBCVER - CVERCTL CONTEM ANO INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           COMPUTE WS-QTD-ANOS-CARTAO =
               WS-ANO-FINAL - WS-ANO-INICIAL + 1.
           IF WS-QTD-ANOS-CARTAO > WS-MAX-ANOS
              DISPLAY "ANOBCVER - CVERCTL COM MAIS DE " WS-MAX-ANOS
                  " ANOS - DIVIDA A VERIFICACAO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-MODO-JULIANO NOT = "S" AND WS-REGIAO = SPACES
                 AND (WS-ANO-INICIAL < 1582 OR WS-ANO-FINAL < 1582)
              DISPLAY "ANOBCVER - CVERCTL CONTEM ANO ANTERIOR A 1582 "
                  "SEM A CHAVE DA REGRA JULIANA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-REGIAO NOT = SPACES
              MOVE WS-ANO-INICIAL  TO LC-ANO
              MOVE WS-MODO-JULIANO TO LC-MODO-JULIANO
              MOVE WS-REGIAO       TO LC-REGIAO
              MOVE ZEROS           TO LC-CUTOVER-TESTE
              CALL "LEAPCHK" USING LEAPCHK-PARM
              IF LC-REGIAO-ERRADA
                 DISPLAY "ANOBCVER - CVERCTL CONTEM REGIAO "
                     "DESCONHECIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.

           CLOSE CVER-CTL.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VERIFICA-CALDOUT - READS ONE MONTH RECORD, RECOMPUTES IT
      *     UNDER TODAY'S RULES AND LISTS EVERY FIELD THAT NO LONGER
      *     AGREES.  THE RECORD IS ALSO TALLIED INTO THE MONTH TABLE
      *     FOR THE CROSS-CHECK AGAINST CDAYOUT.
      ******************************************************************
       2000-VERIFICA-CALDOUT.
           READ CALD-IN
               AT END MOVE "S" TO WS-EOF
           END-READ.
           IF WS-EOF = "S"
              GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-QTD-CAL-LIDOS.
           MOVE "CALDOUT" TO WS-EXC-ARQUIVO.
           MOVE SPACES    TO WS-EXC-DATA.

           IF CALD-REC IS NOT NUMERIC
                 OR CAL-MES < 01 OR CAL-MES > 12
              MOVE CALD-REC (1:10) TO WS-EXC-DATA
              MOVE "REGISTRO ILEGIVEL" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 2000-EXIT
           END-IF.

           STRING CAL-ANO "/" CAL-MES
               DELIMITED BY SIZE INTO WS-EXC-DATA.

           IF CAL-ANO < WS-ANO-INICIAL OR CAL-ANO > WS-ANO-FINAL
              MOVE "ANO FORA DO PERIODO DO CARTAO" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-IDX-ANO = CAL-ANO - WS-ANO-INICIAL + 1.
           MOVE CAL-MES TO WS-IDX-MES.
           IF VER-CAL-QTD (WS-IDX-ANO, WS-IDX-MES) > ZEROS
              MOVE "MES DUPLICADO NO ARQUIVO" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO VER-CAL-QTD (WS-IDX-ANO, WS-IDX-MES).
           MOVE CAL-DIAS-MES
               TO VER-CAL-DIAS (WS-IDX-ANO, WS-IDX-MES).
           MOVE CAL-DIA-ANO-ACUM
               TO VER-CAL-ACUM (WS-IDX-ANO, WS-IDX-MES).

           MOVE CAL-ANO TO WS-ANO-VER.
           MOVE CAL-MES TO WS-MES-VER.
           PERFORM 3500-REGRA-MES THRU 3500-EXIT.

           IF CAL-DIAS-MES NOT = WS-REGRA-DIAS-MES
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIAS NO MES " CAL-DIAS-MES
                  " - REGRA ATUAL " WS-REGRA-DIAS-MES
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-DIAS-MES
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           IF CAL-DIA-ANO-ACUM NOT = WS-REGRA-ACUM
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIA DO ANO ACUMULADO " CAL-DIA-ANO-ACUM
                  " - REGRA ATUAL " WS-REGRA-ACUM
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-DIA-ANO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           IF CAL-DIAS-ANO NOT = WS-REGRA-DIAS-ANO
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIAS NO ANO " CAL-DIAS-ANO
                  " - REGRA ATUAL " WS-REGRA-DIAS-ANO
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-DIA-ANO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VERIFICA-CDAYOUT - READS ONE DAY RECORD AND RECOMPUTES
      *     IT: THE DATE MUST STILL EXIST UNDER TODAY'S RULES, AND
      *     ITS DAY-OF-WEEK, DAY-OF-YEAR AND BUSINESS-DAY FLAG MUST
      *     MATCH DATECALC AND WORKDAY.  ANOBCDAY WRITES THE DAYS IN
      *     ASCENDING ORDER, SO A DATE NOT AFTER THE ONE BEFORE IT IS
      *     A DUPLICATE OR AN OUT-OF-SEQUENCE RECORD.  GOOD-SEQUENCE
      *     RECORDS ARE TALLIED INTO THE MONTH TABLE.
      ******************************************************************
       3000-VERIFICA-CDAYOUT.
           READ CDAY-IN
               AT END MOVE "S" TO WS-EOF
           END-READ.
           IF WS-EOF = "S"
              GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-QTD-DAY-LIDOS.
           MOVE "CDAYOUT" TO WS-EXC-ARQUIVO.
           MOVE SPACES    TO WS-EXC-DATA.

           IF DAY-DATA IS NOT NUMERIC
                 OR DAY-DIA-SEMANA IS NOT NUMERIC
                 OR DAY-DIA-DO-ANO IS NOT NUMERIC
                 OR DAY-MES < 01 OR DAY-MES > 12
              MOVE DAY-DATA TO WS-EXC-DATA
              MOVE "REGISTRO ILEGIVEL" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3000-EXIT
           END-IF.

           STRING DAY-ANO "/" DAY-MES "/" DAY-DIA
               DELIMITED BY SIZE INTO WS-EXC-DATA.

           IF DAY-ANO < WS-ANO-INICIAL OR DAY-ANO > WS-ANO-FINAL
              MOVE "ANO FORA DO PERIODO DO CARTAO" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3000-EXIT
           END-IF.

           IF DAY-DATA NOT > WS-DATA-ANTERIOR
              MOVE "DIA DUPLICADO OU FORA DE SEQUENCIA"
                  TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3000-EXIT
           END-IF.
           MOVE DAY-DATA TO WS-DATA-ANTERIOR.

           COMPUTE WS-IDX-ANO = DAY-ANO - WS-ANO-INICIAL + 1.
           MOVE DAY-MES TO WS-IDX-MES.
           ADD 1 TO VER-DAY-QTD (WS-IDX-ANO, WS-IDX-MES).
           MOVE DAY-DIA-DO-ANO
               TO VER-DAY-ULT-DOA (WS-IDX-ANO, WS-IDX-MES).

           MOVE DAY-DATA        TO DTC-DATA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE WS-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              MOVE "DATA NAO EXISTE NA REGRA ATUAL" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-DIAS-MES
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3000-EXIT
           END-IF.

           IF DAY-DIA-SEMANA NOT = DTC-DIA-SEMANA
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIA DA SEMANA " DAY-DIA-SEMANA " " DAY-NOME-DIA
                  " - REGRA ATUAL " DTC-DIA-SEMANA " " DTC-NOME-DIA
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-SEMANA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           IF DAY-DIA-DO-ANO NOT = DTC-DIA-DO-ANO
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIA DO ANO " DAY-DIA-DO-ANO
                  " - REGRA ATUAL " DTC-DIA-DO-ANO
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-DIA-ANO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           MOVE "V"             TO WDY-FUNCAO.
           MOVE DAY-DATA        TO WDY-DATA.
           MOVE WS-MODO-JULIANO TO WDY-MODO-JULIANO.
           MOVE WS-REGIAO       TO WDY-REGIAO.
           MOVE ZEROS           TO WDY-QTD-DIAS.
           CALL "WORKDAY" USING WORKDAY-PARM.

           IF DAY-FLAG-UTIL NOT = WDY-EH-UTIL
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIA UTIL " DAY-FLAG-UTIL
                  " - REGRA ATUAL " WDY-EH-UTIL
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-UTIL
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REGRA-MES - TODAY'S ANSWER FOR THE MONTH IN WS-ANO-VER/
      *     WS-MES-VER: ITS LENGTH (DATECALC'S DAYS-REMAINING ON DAY
      *     01, AS ANOBCDAY COUNTS IT), THE DAY-OF-YEAR OF ITS LAST
      *     DAY, AND THE LENGTH OF THE YEAR FROM LEAPCHK'S VERDICT.
      ******************************************************************
       3500-REGRA-MES.
           MOVE WS-ANO-VER      TO DTC-ANO.
           MOVE WS-MES-VER      TO DTC-MES.
           MOVE 01              TO DTC-DIA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE WS-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           COMPUTE WS-REGRA-DIAS-MES = DTC-DIAS-REST-MES + 1.

           MOVE WS-REGRA-DIAS-MES TO DTC-DIA.
           CALL "DATECALC" USING DATECALC-PARM.
           MOVE DTC-DIA-DO-ANO TO WS-REGRA-ACUM.

           MOVE WS-ANO-VER      TO LC-ANO.
           MOVE WS-MODO-JULIANO TO LC-MODO-JULIANO.
           MOVE WS-REGIAO       TO LC-REGIAO.
           MOVE ZEROS           TO LC-CUTOVER-TESTE.
           CALL "LEAPCHK" USING LEAPCHK-PARM.
           IF LC-EH-BISSEXTO
              MOVE 366 TO WS-REGRA-DIAS-ANO
           ELSE
              MOVE 365 TO WS-REGRA-DIAS-ANO
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFRONTA-ANO - RUNS THE MONTH-LEVEL CHECKS FOR ONE YEAR
      *     OF THE CARD'S SPAN.
      ******************************************************************
       4000-CONFRONTA-ANO.
           COMPUTE WS-ANO-VER = WS-ANO-INICIAL + WS-IDX-ANO - 1.
           PERFORM 4100-CONFRONTA-MES THRU 4100-EXIT
               VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 12.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-CONFRONTA-MES - COVERAGE AND CROSS-CHECK FOR ONE MONTH.
      *     EACH FILE GIVEN MUST COVER THE MONTH: CALDOUT WITH ITS
      *     RECORD, CDAYOUT WITH ONE RECORD PER DAY TODAY'S RULES
      *     SAY THE MONTH HAS.  WITH BOTH FILES GIVEN, CALDOUT'S DAY
      *     COUNT MUST EQUAL CDAYOUT'S DAY RECORDS (FEBRUARY CALLED
      *     OUT BY NAME) AND CALDOUT'S CUMULATIVE DAY-OF-YEAR MUST
      *     EQUAL THE DAY-OF-YEAR ON CDAYOUT'S LAST DAY OF THE MONTH.
      ******************************************************************
       4100-CONFRONTA-MES.
           MOVE WS-IDX-MES TO WS-MES-VER.
           MOVE SPACES     TO WS-EXC-DATA.
           STRING WS-ANO-VER "/" WS-MES-VER
               DELIMITED BY SIZE INTO WS-EXC-DATA.

           IF COM-CALDOUT
                 AND VER-CAL-QTD (WS-IDX-ANO, WS-IDX-MES) = ZEROS
              MOVE "CALDOUT" TO WS-EXC-ARQUIVO
              MOVE "MES AUSENTE NO ARQUIVO" TO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-COBERTURA
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           IF COM-CDAYOUT
              PERFORM 3500-REGRA-MES THRU 3500-EXIT
              IF VER-DAY-QTD (WS-IDX-ANO, WS-IDX-MES)
                    NOT = WS-REGRA-DIAS-MES
                 MOVE "CDAYOUT" TO WS-EXC-ARQUIVO
                 MOVE VER-DAY-QTD (WS-IDX-ANO, WS-IDX-MES)
                     TO WS-QTD-DIAS-TELA
                 MOVE SPACES TO WS-EXC-TEXTO
                 STRING "MES COM " WS-QTD-DIAS-TELA " REGISTROS DIARIOS"
                     " - REGRA ATUAL " WS-REGRA-DIAS-MES " DIAS"
                     DELIMITED BY SIZE INTO WS-EXC-TEXTO
                 ADD 1 TO WS-QTD-EXC-COBERTURA
                 PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              END-IF
           END-IF.

           IF NOT COM-CALDOUT OR NOT COM-CDAYOUT
                 OR VER-CAL-QTD (WS-IDX-ANO, WS-IDX-MES) = ZEROS
                 OR VER-DAY-QTD (WS-IDX-ANO, WS-IDX-MES) = ZEROS
              GO TO 4100-EXIT
           END-IF.

           MOVE "CRUZADO" TO WS-EXC-ARQUIVO.
           IF VER-CAL-DIAS (WS-IDX-ANO, WS-IDX-MES)
                 NOT = VER-DAY-QTD (WS-IDX-ANO, WS-IDX-MES)
              MOVE VER-DAY-QTD (WS-IDX-ANO, WS-IDX-MES)
                  TO WS-QTD-DIAS-TELA
              MOVE SPACES TO WS-EXC-TEXTO
              IF WS-MES-VER = 02
                 STRING "FEVEREIRO COM "
                     VER-CAL-DIAS (WS-IDX-ANO, WS-IDX-MES)
                     " DIAS NO CALDOUT E " WS-QTD-DIAS-TELA
                     " NO CDAYOUT"
                     DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ELSE
                 STRING "MES COM "
                     VER-CAL-DIAS (WS-IDX-ANO, WS-IDX-MES)
                     " DIAS NO CALDOUT E " WS-QTD-DIAS-TELA
                     " NO CDAYOUT"
                     DELIMITED BY SIZE INTO WS-EXC-TEXTO
              END-IF
              ADD 1 TO WS-QTD-EXC-CRUZADAS
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           IF VER-CAL-ACUM (WS-IDX-ANO, WS-IDX-MES)
                 NOT = VER-DAY-ULT-DOA (WS-IDX-ANO, WS-IDX-MES)
              MOVE SPACES TO WS-EXC-TEXTO
              STRING "DIA DO ANO ACUMULADO "
                  VER-CAL-ACUM (WS-IDX-ANO, WS-IDX-MES)
                  " NO CALDOUT E "
                  VER-DAY-ULT-DOA (WS-IDX-ANO, WS-IDX-MES)
                  " NO CDAYOUT"
                  DELIMITED BY SIZE INTO WS-EXC-TEXTO
              ADD 1 TO WS-QTD-EXC-CRUZADAS
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIME-RESUMO - WRITES THE TOTALS AND EITHER THE CLEAN
      *     ZERO-EXCEPTIONS LINE OR THE EXCEPTION TOTAL.
      ******************************************************************
       5000-IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.
           MOVE "RESUMO" TO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "REGISTROS CALDOUT LIDOS.....: " WS-QTD-CAL-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "REGISTROS CDAYOUT LIDOS.....: " WS-QTD-DAY-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "DIAS NO MES DIVERGENTES.....: " WS-QTD-EXC-DIAS-MES
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "DIA DO ANO DIVERGENTES......: " WS-QTD-EXC-DIA-ANO
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "DIA DA SEMANA DIVERGENTES...: " WS-QTD-EXC-SEMANA
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "FLAG DIA UTIL DIVERGENTES...: " WS-QTD-EXC-UTIL
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "CALDOUT X CDAYOUT...........: " WS-QTD-EXC-CRUZADAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "COBERTURA/SEQUENCIA.........: "
               WS-QTD-EXC-COBERTURA
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           IF WS-QTD-EXCECOES = ZEROS
              STRING "VERIFICACAO SEM EXCECOES - ARQUIVOS CONFEREM "
                  "COM AS REGRAS ATUAIS"
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "TOTAL DE EXCECOES...........: " WS-QTD-EXCECOES
                  " - REGERAR E REENVIAR"
                  DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           WRITE CVER-OUT-REC FROM WS-LINHA.
           DISPLAY "ANOBCVER - " WS-LINHA.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5900-GRAVA-EXCECAO - WRITES ONE EXCEPTION LINE FROM THE FILE
      *     NAME, THE DATE OR MONTH AND THE TEXT ALREADY SET UP, AND
      *     COUNTS IT IN THE GRAND TOTAL.
      ******************************************************************
       5900-GRAVA-EXCECAO.
           ADD 1 TO WS-QTD-EXCECOES.
           MOVE SPACES TO WS-LINHA.
           STRING WS-EXC-ARQUIVO " " WS-EXC-DATA " " WS-EXC-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CVER-OUT-REC FROM WS-LINHA.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZA - CLOSES THE FILES AND SETS THE RETURN CODE THE
      *     SCHEDULER ACTS ON: ZERO FOR A CLEAN CHECK, 8 WHEN ANY
      *     RECORD HAS DRIFTED FROM TODAY'S RULES.
      ******************************************************************
       7000-FINALIZA.
           IF COM-CALDOUT
              CLOSE CALD-IN
           END-IF.
           IF COM-CDAYOUT
              CLOSE CDAY-IN
           END-IF.
           CLOSE CVER-OUT.

           IF WS-QTD-EXCECOES > ZEROS
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
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
           COMPUTE RHL-QTD-LIDOS = WS-QTD-CAL-LIDOS + WS-QTD-DAY-LIDOS.
           MOVE WS-QTD-EXCECOES    TO RHL-QTD-EXCECOES.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "ANOBCVER" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBCVER.
