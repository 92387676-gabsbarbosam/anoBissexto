      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: RULE-BASED HOLIDAY GENERATOR - READS THE HOLRULES
      *          RULES FILE AND A YEAR SPAN FROM THE HOLGCTL CONTROL
      *          CARD (SAME START/END YEAR AND JULIAN-FLAG COLUMNS AS
      *          CALDCTL) AND WRITES THE HOLIDAYS FILE WORKDAY LOADS,
      *          SORTED BY DATE AND REGION, SO THE MOVABLE FEASTS
      *          STOP BEING KEYED IN BY HAND EVERY YEAR.  EACH RULE
      *          BELONGS TO ONE REGION (THE CALRULES CODES; BLANK
      *          MEANS EVERY REGION) AND IS ONE OF THREE TYPES:
      *            F - FIXED DATE (MONTH AND DAY);
      *            P - EASTER-RELATIVE (SIGNED DAY OFFSET FROM EASTER
      *                SUNDAY, EASTER ITSELF BEING +000);
      *            N - NTH WEEKDAY OF A MONTH (WEEKDAY 1 = DOMINGO ..
      *                7 = SABADO, OCCURRENCE 1-4, OR 5 FOR THE LAST).
      *          EASTER IS COMPUTED UNDER THE JULIAN OR GREGORIAN
      *          RULE LEAPCHK SAYS THE REGION FOLLOWS IN THAT YEAR
      *          (LC-REGRA-USADA), SO A REGION STILL ON THE JULIAN
      *          CALENDAR GETS ITS OWN EASTER.  DATES THAT FALL
      *          OUTSIDE THE SPAN, DATES THAT DO NOT EXIST (29/02 IN
      *          A COMMON YEAR) AND DATES THAT CLASH WITH A HOLIDAY
      *          ALREADY GENERATED FOR THE SAME REGION (OR FOR EVERY
      *          REGION) ARE DROPPED AND LISTED ON HOLGOUT.  HOLIDAYS
      *          IS ONLY OPENED ONCE THE WHOLE SPAN HAS BEEN BUILT,
      *          SO A FAILED RUN LEAVES THE PREVIOUS FILE IN PLACE.
      *          RETURN CODE 4 WHEN RULES WERE INVALID OR DATES
      *          CLASHED, ZERO FOR A CLEAN RUN, 16 WHEN THE INPUTS
      *          ARE UNUSABLE OR THE SPAN DOES NOT FIT THE WORKDAY
      *          CLOSURE TABLE.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program.
      *   15/10/2026  GB   Every run now leaves a RUNHIST run-history
      *                     record through RUNHLOG - start and end time,
      *                     return code, control totals and the control-
      *                     card image - on each controlled stop as well
      *                     as at a clean end, so RUNHRPT can tell
      *                     a failed run from one that abended.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. HOLIGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLG-CTL ASSIGN TO "HOLGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REGRAS-FERIADO ASSIGN TO "HOLRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRL-STATUS.
           SELECT FERIADOS-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT HOLG-OUT ASSIGN TO "HOLGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLG-CTL.
       01  HOLG-CTL-REC.
           05  CTL-ANO-INICIAL     PIC X(04).
           05  CTL-ANO-FINAL       PIC X(04).
           05  CTL-MODO-JULIANO    PIC X(01).
           05  FILLER              PIC X(71).
       FD  REGRAS-FERIADO.
       01  REGRAS-FERIADO-REC.
           05  HRL-REGIAO          PIC X(03).
           05  HRL-TIPO            PIC X(01).
               88  HRL-DATA-FIXA         VALUE "F".
               88  HRL-PASCOA            VALUE "P".
               88  HRL-ENESIMO-DIA       VALUE "N".
           05  HRL-MES             PIC X(02).
           05  HRL-MES-NUM REDEFINES HRL-MES PIC 9(02).
           05  HRL-DIA             PIC X(02).
           05  HRL-DIA-NUM REDEFINES HRL-DIA PIC 9(02).
           05  HRL-DESLOCAMENTO    PIC S9(03)
                   SIGN IS LEADING SEPARATE CHARACTER.
           05  HRL-DIA-SEMANA      PIC X(01).
           05  HRL-DIA-SEMANA-NUM REDEFINES HRL-DIA-SEMANA
                                   PIC 9(01).
           05  HRL-OCORRENCIA      PIC X(01).
           05  HRL-OCORRENCIA-NUM REDEFINES HRL-OCORRENCIA
                                   PIC 9(01).
           05  HRL-DESCRICAO       PIC X(30).
           05  FILLER              PIC X(36).
       FD  FERIADOS-FILE.
       01  FERIADOS-REC.
           05  FER-DATA            PIC X(08).
           05  FER-REGIAO          PIC X(03).
       FD  HOLG-OUT.
       01  HOLG-OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-HRL-STATUS       PIC X(02) VALUE "00".
           01  WS-FER-STATUS       PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-ANO-INICIAL      PIC 9(4).
           01  WS-ANO-FINAL        PIC 9(4).
           01  WS-ANO-ATUAL        PIC 9(5).
           01  WS-ANO-TELA         PIC 9(4).
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-MOTIVO-REGRA     PIC X(24) VALUE SPACES.
           01  WS-MOTIVO-DESCARTE  PIC X(16) VALUE SPACES.
      *    RULES TABLE - ONE ENTRY PER VALID HOLRULES RECORD, IN FILE
      *    ORDER.
           01  WS-QTD-REGRAS       PIC 9(03) VALUE ZEROS.
           01  WS-TAB-REGRAS.
               05  WS-REGRA-ENTRADA OCCURS 100 TIMES.
                   10  WS-RGR-REGIAO       PIC X(03).
                   10  WS-RGR-TIPO         PIC X(01).
                   10  WS-RGR-MES          PIC 9(02).
                   10  WS-RGR-DIA          PIC 9(02).
                   10  WS-RGR-DESLOCAMENTO PIC S9(03).
                   10  WS-RGR-DIA-SEMANA   PIC 9(01).
                   10  WS-RGR-OCORRENCIA   PIC 9(01).
                   10  WS-RGR-DESCRICAO    PIC X(30).
           01  WS-IDX-REGRA        PIC 9(03) VALUE ZEROS.
      *    GENERATED HOLIDAYS, KEPT IN DATE/REGION ORDER AS THEY ARE
      *    INSERTED.  SIZED TO THE WORKDAY CLOSURE TABLE - A HOLIDAYS
      *    FILE LONGER THAN WORKDAY CAN LOAD WOULD BE SILENTLY CUT.
           01  WS-LIMITE-FERIADOS  PIC 9(03) VALUE 500.
           01  WS-QTD-GERADAS      PIC 9(03) VALUE ZEROS.
           01  WS-TAB-GERADAS.
               05  WS-GER-ENTRADA  OCCURS 500 TIMES.
                   10  WS-GER-CHAVE.
                       15  WS-GER-DATA     PIC 9(08).
                       15  WS-GER-REGIAO   PIC X(03).
                   10  WS-GER-TIPO         PIC X(01).
                   10  WS-GER-NOME-DIA     PIC X(07).
                   10  WS-GER-DESCRICAO    PIC X(30).
           01  WS-IDX              PIC 9(03) VALUE ZEROS.
           01  WS-IDX-DESL         PIC 9(03) VALUE ZEROS.
           01  WS-POSICAO          PIC 9(03) VALUE ZEROS.
           01  WS-COLISAO          PIC 9(03) VALUE ZEROS.
           01  WS-NOVA-CHAVE.
               05  WS-NOVA-DATA    PIC 9(08).
               05  WS-NOVA-REGIAO  PIC X(03).
           01  WS-DATA-TRAB-NUM    PIC 9(08) VALUE ZEROS.
           01  WS-DATA-TRAB REDEFINES WS-DATA-TRAB-NUM.
               05  WS-TRAB-ANO     PIC 9(04).
               05  WS-TRAB-MES     PIC 9(02).
               05  WS-TRAB-DIA     PIC 9(02).
           01  WS-DIA-OK           PIC X(01) VALUE "N".
           01  WS-DATA-GERADA      PIC X(01) VALUE "N".
               88  DATA-FOI-GERADA       VALUE "S".
           01  WS-PASSOS           PIC 9(03) VALUE ZEROS.
      *    EASTER ARITHMETIC - MEEUS'S JULIAN ALGORITHM AND THE
      *    ANONYMOUS GREGORIAN ALGORITHM, LETTERS AS PUBLISHED.
           01  WS-PSC-A            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-B            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-C            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-D            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-E            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-F            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-G            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-H            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-I            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-K            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-L            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-M            PIC 9(05) VALUE ZEROS.
           01  WS-PSC-SOMA         PIC 9(05) VALUE ZEROS.
      *    NTH-WEEKDAY ARITHMETIC.
           01  WS-DIA-SEMANA-1     PIC 9(01) VALUE ZEROS.
           01  WS-DIA-SEMANA-ULT   PIC 9(01) VALUE ZEROS.
           01  WS-ULTIMO-DIA       PIC 9(02) VALUE ZEROS.
           01  WS-REGRAS-LIDAS     PIC 9(04) VALUE ZEROS.
           01  WS-REGRAS-INVALIDAS PIC 9(04) VALUE ZEROS.
           01  WS-DATAS-CALCULADAS PIC 9(08) VALUE ZEROS.
           01  WS-DATAS-GRAVADAS   PIC 9(08) VALUE ZEROS.
           01  WS-DATAS-FORA-FAIXA PIC 9(08) VALUE ZEROS.
           01  WS-DATAS-INEXISTENTES PIC 9(08) VALUE ZEROS.
           01  WS-DATAS-COLISAO    PIC 9(08) VALUE ZEROS.
           01  WS-DATAS-DESCARTADAS PIC 9(08) VALUE ZEROS.
           01  WS-SOMA-CONFERE     PIC 9(08) VALUE ZEROS.
           01  WS-LINHA            PIC X(80).
           COPY DATEPARM.
           COPY LEAPPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           PERFORM 2000-GERA-ANO THRU 2000-EXIT
               VARYING WS-ANO-ATUAL FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-ATUAL > WS-ANO-FINAL.
           PERFORM 5000-GRAVA-FERIADOS THRU 5000-EXIT.
           PERFORM 6000-IMPRIME-RESUMO THRU 6000-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS AND VALIDATES THE YEAR-SPAN CARD
      *     (SAME RULES AS CALDCTL), OPENS THE LISTING AND LOADS THE
      *     RULES TABLE.  UNUSABLE INPUTS STOP THE RUN WITH CODE 16.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "HOLIGEN"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT HOLG-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "HOLIGEN - HOLGCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ HOLG-CTL
               AT END
                  DISPLAY "HOLIGEN - HOLGCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE HOLG-CTL-REC TO RHL-CARTAO.

           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "HOLIGEN - HOLGCTL CONTEM ANO INVALIDO"
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

           IF WS-ANO-INICIAL = ZEROS OR WS-ANO-FINAL = ZEROS
                 OR WS-ANO-INICIAL > WS-ANO-FINAL
              DISPLAY "HOLIGEN - HOLGCTL CONTEM FAIXA INVALIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-MODO-JULIANO NOT = "S"
                 AND (WS-ANO-INICIAL < 1582 OR WS-ANO-FINAL < 1582)
              DISPLAY "HOLIGEN - HOLGCTL CONTEM ANO ANTERIOR A 1582 "
                  "SEM A CHAVE DA REGRA JULIANA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           CLOSE HOLG-CTL.

           OPEN OUTPUT HOLG-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "HOLIGEN - FALHA AO CRIAR HOLGOUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "HOLIGEN - GERACAO DO ARQUIVO DE FERIADOS" TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FAIXA DE ANOS: " WS-ANO-INICIAL " A "
               WS-ANO-FINAL DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.

           PERFORM 1100-CARREGA-REGRAS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGA-REGRAS - LOADS THE HOLRULES TABLE.  A MISSING
      *     RULES FILE IS FATAL - AN EMPTY HOLIDAYS FILE WOULD TURN
      *     EVERY CLOSURE INTO A BUSINESS DAY.
      ******************************************************************
       1100-CARREGA-REGRAS.
           OPEN INPUT REGRAS-FERIADO.
           IF WS-HRL-STATUS NOT = "00"
              DISPLAY "HOLIGEN - HOLRULES NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF.
           PERFORM 1110-LE-REGRA THRU 1110-EXIT
               UNTIL WS-EOF = "S".
           CLOSE REGRAS-FERIADO.

           IF WS-QTD-REGRAS = ZEROS
              DISPLAY "HOLIGEN - HOLRULES SEM NENHUMA REGRA VALIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LE-REGRA - READS ONE RULE, VALIDATES IT AND TABLES IT.
      *     AN INVALID RULE IS LISTED WITH ITS REASON AND SKIPPED;
      *     THE OTHER RULES STILL GENERATE.
      ******************************************************************
       1110-LE-REGRA.
           READ REGRAS-FERIADO
               AT END MOVE "S" TO WS-EOF
           END-READ.

           IF WS-EOF = "S"
              GO TO 1110-EXIT
           END-IF.

           ADD 1 TO WS-REGRAS-LIDAS.
           PERFORM 1120-VALIDA-REGRA THRU 1120-EXIT.

           IF WS-MOTIVO-REGRA NOT = SPACES
              ADD 1 TO WS-REGRAS-INVALIDAS
              MOVE SPACES TO WS-LINHA
              STRING "REGRA INVALIDA IGNORADA - " WS-MOTIVO-REGRA
                  DELIMITED BY SIZE INTO WS-LINHA
              WRITE HOLG-OUT-REC FROM WS-LINHA
              MOVE SPACES TO WS-LINHA
              STRING "   " REGRAS-FERIADO-REC (1:44)
                  DELIMITED BY SIZE INTO WS-LINHA
              WRITE HOLG-OUT-REC FROM WS-LINHA
              GO TO 1110-EXIT
           END-IF.

           IF WS-QTD-REGRAS NOT < 100
              DISPLAY "HOLIGEN - TABELA DE REGRAS CHEIA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           ADD 1 TO WS-QTD-REGRAS.
           MOVE HRL-REGIAO    TO WS-RGR-REGIAO (WS-QTD-REGRAS).
           MOVE HRL-TIPO      TO WS-RGR-TIPO (WS-QTD-REGRAS).
           MOVE ZEROS         TO WS-RGR-MES (WS-QTD-REGRAS)
                                 WS-RGR-DIA (WS-QTD-REGRAS)
                                 WS-RGR-DESLOCAMENTO (WS-QTD-REGRAS)
                                 WS-RGR-DIA-SEMANA (WS-QTD-REGRAS)
                                 WS-RGR-OCORRENCIA (WS-QTD-REGRAS).
           IF HRL-DATA-FIXA
              MOVE HRL-MES-NUM TO WS-RGR-MES (WS-QTD-REGRAS)
              MOVE HRL-DIA-NUM TO WS-RGR-DIA (WS-QTD-REGRAS)
           END-IF.
           IF HRL-PASCOA
              MOVE HRL-DESLOCAMENTO
                  TO WS-RGR-DESLOCAMENTO (WS-QTD-REGRAS)
           END-IF.
           IF HRL-ENESIMO-DIA
              MOVE HRL-MES-NUM TO WS-RGR-MES (WS-QTD-REGRAS)
              MOVE HRL-DIA-SEMANA-NUM
                  TO WS-RGR-DIA-SEMANA (WS-QTD-REGRAS)
              MOVE HRL-OCORRENCIA-NUM
                  TO WS-RGR-OCORRENCIA (WS-QTD-REGRAS)
           END-IF.
           MOVE HRL-DESCRICAO TO WS-RGR-DESCRICAO (WS-QTD-REGRAS).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1120-VALIDA-REGRA - CHECKS THE FIELDS THE RULE TYPE NEEDS AND
      *     RESOLVES A NON-BLANK REGION THROUGH LEAPCHK.  LEAVES THE
      *     REASON IN WS-MOTIVO-REGRA, SPACES WHEN THE RULE IS GOOD.
      ******************************************************************
       1120-VALIDA-REGRA.
           MOVE SPACES TO WS-MOTIVO-REGRA.

           IF NOT HRL-DATA-FIXA AND NOT HRL-PASCOA
                 AND NOT HRL-ENESIMO-DIA
              MOVE "TIPO INVALIDO" TO WS-MOTIVO-REGRA
              GO TO 1120-EXIT
           END-IF.

           IF HRL-DATA-FIXA OR HRL-ENESIMO-DIA
              IF HRL-MES IS NOT NUMERIC
                 MOVE "MES INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
              IF HRL-MES-NUM < 01 OR HRL-MES-NUM > 12
                 MOVE "MES INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
           END-IF.

           IF HRL-DATA-FIXA
              IF HRL-DIA IS NOT NUMERIC
                 MOVE "DIA INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
              IF HRL-DIA-NUM < 01 OR HRL-DIA-NUM > 31
                 MOVE "DIA INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
           END-IF.

           IF HRL-PASCOA
              IF HRL-DESLOCAMENTO IS NOT NUMERIC
                 MOVE "DESLOCAMENTO INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
           END-IF.

           IF HRL-ENESIMO-DIA
              IF HRL-DIA-SEMANA IS NOT NUMERIC
                 MOVE "DIA DA SEMANA INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
              IF HRL-DIA-SEMANA-NUM < 1 OR HRL-DIA-SEMANA-NUM > 7
                 MOVE "DIA DA SEMANA INVALIDO" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
              IF HRL-OCORRENCIA IS NOT NUMERIC
                 MOVE "OCORRENCIA INVALIDA" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
              IF HRL-OCORRENCIA-NUM < 1 OR HRL-OCORRENCIA-NUM > 5
                 MOVE "OCORRENCIA INVALIDA" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
           END-IF.

           IF HRL-REGIAO NOT = SPACES
              MOVE WS-ANO-INICIAL  TO LC-ANO
              MOVE WS-MODO-JULIANO TO LC-MODO-JULIANO
              MOVE HRL-REGIAO      TO LC-REGIAO
              MOVE ZEROS           TO LC-CUTOVER-TESTE
              CALL "LEAPCHK" USING LEAPCHK-PARM
              IF LC-REGIAO-ERRADA
                 MOVE "REGIAO DESCONHECIDA" TO WS-MOTIVO-REGRA
                 GO TO 1120-EXIT
              END-IF
           END-IF.
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GERA-ANO - EXPANDS EVERY RULE FOR ONE YEAR.
      ******************************************************************
       2000-GERA-ANO.
           MOVE WS-ANO-ATUAL TO WS-ANO-TELA.
           PERFORM 2100-EXPANDE-REGRA THRU 2100-EXIT
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > WS-QTD-REGRAS.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-EXPANDE-REGRA - WORKS OUT THE DATE ONE RULE PRODUCES IN
      *     THE CURRENT YEAR AND HANDS IT TO 3000-REGISTRA-DATA.
      ******************************************************************
       2100-EXPANDE-REGRA.
           MOVE "N" TO WS-DATA-GERADA.
           MOVE SPACES TO WS-MOTIVO-DESCARTE.

           IF WS-RGR-TIPO (WS-IDX-REGRA) = "F"
              PERFORM 2200-DATA-FIXA THRU 2200-EXIT
           END-IF.
           IF WS-RGR-TIPO (WS-IDX-REGRA) = "P"
              PERFORM 2300-DATA-PASCOA THRU 2300-EXIT
           END-IF.
           IF WS-RGR-TIPO (WS-IDX-REGRA) = "N"
              PERFORM 2400-DATA-ENESIMO-DIA THRU 2400-EXIT
           END-IF.

           IF DATA-FOI-GERADA
              PERFORM 3000-REGISTRA-DATA THRU 3000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DATA-FIXA - FIXED DATE: THE RULE'S MONTH AND DAY IN THE
      *     CURRENT YEAR.  WHETHER IT EXISTS IS DECIDED LATER BY
      *     DATECALC, SO A 29/02 RULE ONLY LANDS IN LEAP YEARS.
      ******************************************************************
       2200-DATA-FIXA.
           MOVE WS-ANO-TELA                TO WS-TRAB-ANO.
           MOVE WS-RGR-MES (WS-IDX-REGRA)  TO WS-TRAB-MES.
           MOVE WS-RGR-DIA (WS-IDX-REGRA)  TO WS-TRAB-DIA.
           MOVE "S" TO WS-DATA-GERADA.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DATA-PASCOA - EASTER-RELATIVE DATE.  LEAPCHK NAMES THE
      *     RULE THE REGION FOLLOWS IN THIS YEAR (BLANK REGION: THE
      *     HOLGCTL JULIAN FLAG BEFORE 1582), EASTER SUNDAY IS
      *     COMPUTED UNDER THAT RULE, AND THE OFFSET IS WALKED ONE
      *     CALENDAR DAY AT A TIME SO MONTH AND YEAR ROLLOVERS COME
      *     FROM DATECALC, NOT FROM A PRIVATE TABLE.
      ******************************************************************
       2300-DATA-PASCOA.
           MOVE WS-ANO-TELA                   TO LC-ANO.
           MOVE WS-MODO-JULIANO               TO LC-MODO-JULIANO.
           MOVE WS-RGR-REGIAO (WS-IDX-REGRA)  TO LC-REGIAO.
           MOVE ZEROS                         TO LC-CUTOVER-TESTE.
           CALL "LEAPCHK" USING LEAPCHK-PARM.

           MOVE WS-ANO-TELA TO WS-TRAB-ANO.
           IF LC-USOU-JULIANA
              PERFORM 2310-PASCOA-JULIANA THRU 2310-EXIT
           ELSE
              PERFORM 2320-PASCOA-GREGORIANA THRU 2320-EXIT
           END-IF.

           MOVE "S" TO WS-DATA-GERADA.
           IF WS-RGR-DESLOCAMENTO (WS-IDX-REGRA) > ZEROS
              MOVE WS-RGR-DESLOCAMENTO (WS-IDX-REGRA) TO WS-PASSOS
              PERFORM 2330-AVANCA-UM-DIA THRU 2330-EXIT
                  UNTIL WS-PASSOS = ZEROS OR NOT DATA-FOI-GERADA
           END-IF.
           IF WS-RGR-DESLOCAMENTO (WS-IDX-REGRA) < ZEROS
              COMPUTE WS-PASSOS =
                  ZEROS - WS-RGR-DESLOCAMENTO (WS-IDX-REGRA)
              PERFORM 2340-RECUA-UM-DIA THRU 2340-EXIT
                  UNTIL WS-PASSOS = ZEROS OR NOT DATA-FOI-GERADA
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-PASCOA-JULIANA - EASTER SUNDAY UNDER THE JULIAN RULE
      *     (MEEUS), AS A JULIAN-CALENDAR DATE.
      ******************************************************************
       2310-PASCOA-JULIANA.
           MOVE FUNCTION MOD ( WS-TRAB-ANO, 4 )  TO WS-PSC-A.
           MOVE FUNCTION MOD ( WS-TRAB-ANO, 7 )  TO WS-PSC-B.
           MOVE FUNCTION MOD ( WS-TRAB-ANO, 19 ) TO WS-PSC-C.
           COMPUTE WS-PSC-SOMA = ( 19 * WS-PSC-C ) + 15.
           MOVE FUNCTION MOD ( WS-PSC-SOMA, 30 ) TO WS-PSC-D.
           COMPUTE WS-PSC-SOMA =
               ( 2 * WS-PSC-A ) + ( 4 * WS-PSC-B ) - WS-PSC-D + 34.
           MOVE FUNCTION MOD ( WS-PSC-SOMA, 7 )  TO WS-PSC-E.
           COMPUTE WS-PSC-SOMA = WS-PSC-D + WS-PSC-E + 114.
           COMPUTE WS-TRAB-MES = WS-PSC-SOMA / 31.
           COMPUTE WS-TRAB-DIA =
               FUNCTION MOD ( WS-PSC-SOMA, 31 ) + 1.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2320-PASCOA-GREGORIANA - EASTER SUNDAY UNDER THE GREGORIAN
      *     RULE (ANONYMOUS GREGORIAN ALGORITHM).
      ******************************************************************
       2320-PASCOA-GREGORIANA.
           MOVE FUNCTION MOD ( WS-TRAB-ANO, 19 )  TO WS-PSC-A.
           COMPUTE WS-PSC-B = WS-TRAB-ANO / 100.
           MOVE FUNCTION MOD ( WS-TRAB-ANO, 100 ) TO WS-PSC-C.
           COMPUTE WS-PSC-D = WS-PSC-B / 4.
           MOVE FUNCTION MOD ( WS-PSC-B, 4 )      TO WS-PSC-E.
           COMPUTE WS-PSC-F = ( WS-PSC-B + 8 ) / 25.
           COMPUTE WS-PSC-G = ( WS-PSC-B - WS-PSC-F + 1 ) / 3.
           COMPUTE WS-PSC-SOMA = ( 19 * WS-PSC-A ) + WS-PSC-B
               - WS-PSC-D - WS-PSC-G + 15.
           MOVE FUNCTION MOD ( WS-PSC-SOMA, 30 )  TO WS-PSC-H.
           COMPUTE WS-PSC-I = WS-PSC-C / 4.
           MOVE FUNCTION MOD ( WS-PSC-C, 4 )      TO WS-PSC-K.
           COMPUTE WS-PSC-SOMA = 32 + ( 2 * WS-PSC-E )
               + ( 2 * WS-PSC-I ) - WS-PSC-H - WS-PSC-K.
           MOVE FUNCTION MOD ( WS-PSC-SOMA, 7 )   TO WS-PSC-L.
           COMPUTE WS-PSC-M = ( WS-PSC-A + ( 11 * WS-PSC-H )
               + ( 22 * WS-PSC-L ) ) / 451.
           COMPUTE WS-PSC-SOMA = WS-PSC-H + WS-PSC-L
               - ( 7 * WS-PSC-M ) + 114.
           COMPUTE WS-TRAB-MES = WS-PSC-SOMA / 31.
           COMPUTE WS-TRAB-DIA =
               FUNCTION MOD ( WS-PSC-SOMA, 31 ) + 1.
       2320-EXIT.
           EXIT.

      ******************************************************************
      * 2330-AVANCA-UM-DIA - ONE FORWARD STEP OF THE EASTER OFFSET,
      *     ROLLING THE MONTH OVER WHEN DATECALC SAYS THE BUMPED DAY
      *     DOES NOT EXIST (THE SAME WALK WORKDAY USES).
      ******************************************************************
       2330-AVANCA-UM-DIA.
           SUBTRACT 1 FROM WS-PASSOS.
           ADD 1 TO WS-TRAB-DIA.
           IF WS-TRAB-DIA < 29
              GO TO 2330-EXIT
           END-IF.

           MOVE WS-DATA-TRAB                  TO DTC-DATA.
           MOVE WS-MODO-JULIANO               TO DTC-MODO-JULIANO.
           MOVE WS-RGR-REGIAO (WS-IDX-REGRA)  TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-VALIDA
              GO TO 2330-EXIT
           END-IF.

           MOVE 01 TO WS-TRAB-DIA.
           ADD 1 TO WS-TRAB-MES.
           IF WS-TRAB-MES > 12
              MOVE 01 TO WS-TRAB-MES
              IF WS-TRAB-ANO = 9999
                 MOVE "N" TO WS-DATA-GERADA
              ELSE
                 ADD 1 TO WS-TRAB-ANO
              END-IF
           END-IF.
       2330-EXIT.
           EXIT.

      ******************************************************************
      * 2340-RECUA-UM-DIA - ONE BACKWARD STEP OF THE EASTER OFFSET.
      *     CROSSING A MONTH BOUNDARY LANDS ON THE LAST DAY OF THE
      *     PRIOR MONTH, FOUND BY ASKING DATECALC DOWNWARD FROM 31.
      ******************************************************************
       2340-RECUA-UM-DIA.
           SUBTRACT 1 FROM WS-PASSOS.
           IF WS-TRAB-DIA > 01
              SUBTRACT 1 FROM WS-TRAB-DIA
              GO TO 2340-EXIT
           END-IF.

           IF WS-TRAB-MES = 01
              IF WS-TRAB-ANO = 0001
                 MOVE "N" TO WS-DATA-GERADA
                 GO TO 2340-EXIT
              END-IF
              MOVE 12 TO WS-TRAB-MES
              SUBTRACT 1 FROM WS-TRAB-ANO
           ELSE
              SUBTRACT 1 FROM WS-TRAB-MES
           END-IF.

           MOVE 31  TO WS-TRAB-DIA.
           MOVE "N" TO WS-DIA-OK.
           PERFORM 2350-ACHA-ULTIMO-DIA THRU 2350-EXIT
               UNTIL WS-DIA-OK = "S".
       2340-EXIT.
           EXIT.

      ******************************************************************
      * 2350-ACHA-ULTIMO-DIA - STEPS DOWN FROM 31 UNTIL DATECALC
      *     ACCEPTS THE DAY.  DAY 28 EXISTS IN EVERY MONTH.
      ******************************************************************
       2350-ACHA-ULTIMO-DIA.
           MOVE WS-DATA-TRAB                  TO DTC-DATA.
           MOVE WS-MODO-JULIANO               TO DTC-MODO-JULIANO.
           MOVE WS-RGR-REGIAO (WS-IDX-REGRA)  TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-VALIDA OR WS-TRAB-DIA NOT > 28
              MOVE "S" TO WS-DIA-OK
           ELSE
              SUBTRACT 1 FROM WS-TRAB-DIA
           END-IF.
       2350-EXIT.
           EXIT.

      ******************************************************************
      * 2400-DATA-ENESIMO-DIA - NTH WEEKDAY OF THE RULE'S MONTH.
      *     DATECALC GIVES THE WEEKDAY OF THE 1ST AND THE LENGTH OF
      *     THE MONTH; THE NTH OCCURRENCE COUNTS FORWARD FROM THE
      *     FIRST MATCHING DAY, OCCURRENCE 5 COUNTS BACK FROM THE
      *     MONTH END (THE LAST SUCH WEEKDAY).
      ******************************************************************
       2400-DATA-ENESIMO-DIA.
           MOVE WS-ANO-TELA                TO WS-TRAB-ANO.
           MOVE WS-RGR-MES (WS-IDX-REGRA)  TO WS-TRAB-MES.
           MOVE 01                         TO WS-TRAB-DIA.

           MOVE WS-DATA-TRAB                  TO DTC-DATA.
           MOVE WS-MODO-JULIANO               TO DTC-MODO-JULIANO.
           MOVE WS-RGR-REGIAO (WS-IDX-REGRA)  TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              GO TO 2400-EXIT
           END-IF.

           MOVE DTC-DIA-SEMANA TO WS-DIA-SEMANA-1.
           COMPUTE WS-ULTIMO-DIA = DTC-DIAS-REST-MES + 1.

           IF WS-RGR-OCORRENCIA (WS-IDX-REGRA) < 5
              COMPUTE WS-TRAB-DIA = 1
                  + FUNCTION MOD ( WS-RGR-DIA-SEMANA (WS-IDX-REGRA)
                                   - WS-DIA-SEMANA-1 + 7, 7 )
                  + ( 7 * ( WS-RGR-OCORRENCIA (WS-IDX-REGRA) - 1 ) )
           ELSE
              COMPUTE WS-DIA-SEMANA-ULT = 1
                  + FUNCTION MOD ( WS-DIA-SEMANA-1 + WS-ULTIMO-DIA
                                   - 2, 7 )
              COMPUTE WS-TRAB-DIA = WS-ULTIMO-DIA
                  - FUNCTION MOD ( WS-DIA-SEMANA-ULT
                                   - WS-RGR-DIA-SEMANA (WS-IDX-REGRA)
                                   + 7, 7 )
           END-IF.

           MOVE "S" TO WS-DATA-GERADA.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REGISTRA-DATA - DECIDES WHETHER THE DATE JUST WORKED OUT
      *     IS KEPT: IT MUST FALL INSIDE THE SPAN, EXIST ON THE
      *     REGION'S CALENDAR AND NOT CLASH WITH A HOLIDAY ALREADY
      *     KEPT FOR THE SAME REGION OR FOR EVERY REGION.  A KEPT
      *     DATE IS INSERTED IN DATE/REGION ORDER.  A NEW EVERY-
      *     REGION HOLIDAY SUPERSEDES REGIONAL ONES ON THE SAME DATE,
      *     WHICH ARE THEN REMOVED AND LISTED AS CLASHES - OTHERWISE
      *     THE OTHER REGIONS WOULD LOSE THE CLOSURE.
      ******************************************************************
       3000-REGISTRA-DATA.
           ADD 1 TO WS-DATAS-CALCULADAS.
           MOVE WS-DATA-TRAB-NUM              TO WS-NOVA-DATA.
           MOVE WS-RGR-REGIAO (WS-IDX-REGRA)  TO WS-NOVA-REGIAO.

           IF WS-TRAB-ANO < WS-ANO-INICIAL
                 OR WS-TRAB-ANO > WS-ANO-FINAL
              ADD 1 TO WS-DATAS-FORA-FAIXA
              MOVE "FORA DA FAIXA" TO WS-MOTIVO-DESCARTE
              PERFORM 3900-LISTA-DESCARTE THRU 3900-EXIT
              GO TO 3000-EXIT
           END-IF.

           MOVE WS-DATA-TRAB                  TO DTC-DATA.
           MOVE WS-MODO-JULIANO               TO DTC-MODO-JULIANO.
           MOVE WS-RGR-REGIAO (WS-IDX-REGRA)  TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              ADD 1 TO WS-DATAS-INEXISTENTES
              MOVE "DATA INEXISTENTE" TO WS-MOTIVO-DESCARTE
              PERFORM 3900-LISTA-DESCARTE THRU 3900-EXIT
              GO TO 3000-EXIT
           END-IF.

           IF WS-NOVA-REGIAO = SPACES
              PERFORM 3300-REMOVE-REGIONAIS THRU 3300-EXIT
           END-IF.

           MOVE ZEROS TO WS-COLISAO.
           COMPUTE WS-POSICAO = WS-QTD-GERADAS + 1.
           PERFORM 3100-PROCURA-POSICAO THRU 3100-EXIT
               VARYING WS-IDX FROM WS-QTD-GERADAS BY -1
               UNTIL WS-IDX < 1.

           IF WS-COLISAO > ZEROS
              ADD 1 TO WS-DATAS-COLISAO
              MOVE "COLISAO" TO WS-MOTIVO-DESCARTE
              PERFORM 3900-LISTA-DESCARTE THRU 3900-EXIT
              PERFORM 3950-LISTA-MANTIDO THRU 3950-EXIT
              GO TO 3000-EXIT
           END-IF.

           IF WS-QTD-GERADAS NOT < WS-LIMITE-FERIADOS
              DISPLAY "HOLIGEN - MAIS DE " WS-LIMITE-FERIADOS
                  " FERIADOS NA FAIXA - REDUZA A FAIXA DE ANOS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           PERFORM 3200-DESLOCA-ENTRADA THRU 3200-EXIT
               VARYING WS-IDX-DESL FROM WS-QTD-GERADAS BY -1
               UNTIL WS-IDX-DESL < WS-POSICAO.

           ADD 1 TO WS-QTD-GERADAS.
           MOVE WS-NOVA-DATA    TO WS-GER-DATA (WS-POSICAO).
           MOVE WS-NOVA-REGIAO  TO WS-GER-REGIAO (WS-POSICAO).
           MOVE WS-RGR-TIPO (WS-IDX-REGRA)
               TO WS-GER-TIPO (WS-POSICAO).
           MOVE DTC-NOME-DIA    TO WS-GER-NOME-DIA (WS-POSICAO).
           MOVE WS-RGR-DESCRICAO (WS-IDX-REGRA)
               TO WS-GER-DESCRICAO (WS-POSICAO).
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROCURA-POSICAO - WALKS THE TABLE FROM THE END: FINDS
      *     THE INSERTION POINT (FIRST ENTRY WITH A HIGHER KEY) AND
      *     ANY CLASH ON THE SAME DATE.
      ******************************************************************
       3100-PROCURA-POSICAO.
           IF WS-GER-CHAVE (WS-IDX) > WS-NOVA-CHAVE
              MOVE WS-IDX TO WS-POSICAO
           END-IF.
           IF WS-GER-DATA (WS-IDX) = WS-NOVA-DATA
              IF WS-GER-REGIAO (WS-IDX) = WS-NOVA-REGIAO
                    OR WS-GER-REGIAO (WS-IDX) = SPACES
                 MOVE WS-IDX TO WS-COLISAO
              END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DESLOCA-ENTRADA - OPENS A GAP FOR THE INSERTION BY
      *     MOVING ONE ENTRY UP ONE SLOT.
      ******************************************************************
       3200-DESLOCA-ENTRADA.
           MOVE WS-GER-ENTRADA (WS-IDX-DESL)
               TO WS-GER-ENTRADA (WS-IDX-DESL + 1).
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REMOVE-REGIONAIS - BEFORE AN EVERY-REGION HOLIDAY GOES
      *     IN, DROPS THE REGIONAL ENTRIES ALREADY KEPT FOR THE SAME
      *     DATE.  EACH ONE IS LISTED AS A CLASH.
      ******************************************************************
       3300-REMOVE-REGIONAIS.
           MOVE 1 TO WS-IDX.
           PERFORM 3310-TESTA-REGIONAL THRU 3310-EXIT
               UNTIL WS-IDX > WS-QTD-GERADAS.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3310-TESTA-REGIONAL - REMOVES THE ENTRY UNDER WS-IDX WHEN IT
      *     IS A REGIONAL HOLIDAY ON THE NEW DATE; OTHERWISE MOVES ON.
      ******************************************************************
       3310-TESTA-REGIONAL.
           IF WS-GER-DATA (WS-IDX) NOT = WS-NOVA-DATA
                 OR WS-GER-REGIAO (WS-IDX) = SPACES
              ADD 1 TO WS-IDX
              GO TO 3310-EXIT
           END-IF.

           ADD 1 TO WS-DATAS-COLISAO.
           MOVE SPACES TO WS-LINHA.
           STRING "DESCARTADO " WS-GER-DATA (WS-IDX) " "
               WS-GER-REGIAO (WS-IDX) " " WS-GER-DESCRICAO (WS-IDX)
               " - COLISAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "   MANTIDO " WS-NOVA-DATA " " WS-NOVA-REGIAO " "
               WS-RGR-DESCRICAO (WS-IDX-REGRA)
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.

           PERFORM 3320-FECHA-LACUNA THRU 3320-EXIT
               VARYING WS-IDX-DESL FROM WS-IDX BY 1
               UNTIL WS-IDX-DESL NOT < WS-QTD-GERADAS.
           SUBTRACT 1 FROM WS-QTD-GERADAS.
       3310-EXIT.
           EXIT.

      ******************************************************************
      * 3320-FECHA-LACUNA - CLOSES THE GAP LEFT BY A REMOVED ENTRY
      *     BY MOVING ONE ENTRY DOWN ONE SLOT.
      ******************************************************************
       3320-FECHA-LACUNA.
           MOVE WS-GER-ENTRADA (WS-IDX-DESL + 1)
               TO WS-GER-ENTRADA (WS-IDX-DESL).
       3320-EXIT.
           EXIT.

      ******************************************************************
      * 3900-LISTA-DESCARTE - LISTS ONE DROPPED DATE WITH ITS REASON.
      ******************************************************************
       3900-LISTA-DESCARTE.
           MOVE SPACES TO WS-LINHA.
           STRING "DESCARTADO " WS-NOVA-DATA " " WS-NOVA-REGIAO " "
               WS-RGR-DESCRICAO (WS-IDX-REGRA) " - "
               WS-MOTIVO-DESCARTE
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * 3950-LISTA-MANTIDO - UNDER A CLASH, LISTS THE HOLIDAY THAT
      *     WAS KEPT.
      ******************************************************************
       3950-LISTA-MANTIDO.
           MOVE SPACES TO WS-LINHA.
           STRING "   MANTIDO " WS-GER-DATA (WS-COLISAO) " "
               WS-GER-REGIAO (WS-COLISAO) " "
               WS-GER-DESCRICAO (WS-COLISAO)
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
       3950-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVA-FERIADOS - NOW THAT THE WHOLE SPAN IS BUILT,
      *     REWRITES HOLIDAYS FROM THE SORTED TABLE AND LISTS EVERY
      *     HOLIDAY WRITTEN.
      ******************************************************************
       5000-GRAVA-FERIADOS.
           OPEN OUTPUT FERIADOS-FILE.
           IF WS-FER-STATUS NOT = "00"
              DISPLAY "HOLIGEN - FALHA AO CRIAR HOLIDAYS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE "FERIADOS GERADOS" TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE "DATA     REG DIA     T DESCRICAO" TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.

           PERFORM 5100-GRAVA-UM-FERIADO THRU 5100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-GERADAS.

           CLOSE FERIADOS-FILE.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-GRAVA-UM-FERIADO - WRITES ONE HOLIDAYS RECORD AND ITS
      *     LISTING LINE.
      ******************************************************************
       5100-GRAVA-UM-FERIADO.
           MOVE WS-GER-DATA (WS-IDX)   TO FER-DATA.
           MOVE WS-GER-REGIAO (WS-IDX) TO FER-REGIAO.
           WRITE FERIADOS-REC.
           ADD 1 TO WS-DATAS-GRAVADAS.

           MOVE SPACES TO WS-LINHA.
           STRING WS-GER-DATA (WS-IDX) " " WS-GER-REGIAO (WS-IDX)
               " " WS-GER-NOME-DIA (WS-IDX) " " WS-GER-TIPO (WS-IDX)
               " " WS-GER-DESCRICAO (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIME-RESUMO - WRITES THE TOTALS.  EVERY DATE WORKED
      *     OUT MUST BE ACCOUNTED FOR AS WRITTEN OR DROPPED - A FAILED
      *     BALANCE IS FATAL, BECAUSE THE FILE CANNOT BE TRUSTED.
      ******************************************************************
       6000-IMPRIME-RESUMO.
           COMPUTE WS-SOMA-CONFERE = WS-DATAS-GRAVADAS
               + WS-DATAS-FORA-FAIXA + WS-DATAS-INEXISTENTES
               + WS-DATAS-COLISAO.
           IF WS-SOMA-CONFERE NOT = WS-DATAS-CALCULADAS
              DISPLAY "HOLIGEN - TOTAIS NAO CONFEREM: GRAVADAS + "
                  "DESCARTADAS NAO SOMAM AS DATAS CALCULADAS"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE "RESUMO" TO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "REGRAS LIDAS..........: " WS-REGRAS-LIDAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "REGRAS INVALIDAS......: " WS-REGRAS-INVALIDAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DATAS CALCULADAS......: " WS-DATAS-CALCULADAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FERIADOS GRAVADOS.....: " WS-DATAS-GRAVADAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "FORA DA FAIXA.........: " WS-DATAS-FORA-FAIXA
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "DATAS INEXISTENTES....: " WS-DATAS-INEXISTENTES
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "COLISOES..............: " WS-DATAS-COLISAO
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.

           COMPUTE WS-DATAS-DESCARTADAS = WS-DATAS-FORA-FAIXA
               + WS-DATAS-INEXISTENTES + WS-DATAS-COLISAO.
           MOVE SPACES TO WS-LINHA.
           STRING "*TOTAIS* CALCULADAS=" WS-DATAS-CALCULADAS
               " GRAVADAS=" WS-DATAS-GRAVADAS
               " DESCARTADAS=" WS-DATAS-DESCARTADAS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE HOLG-OUT-REC FROM WS-LINHA.

           DISPLAY "HOLIGEN - REGRAS " WS-REGRAS-LIDAS
               " INVALIDAS " WS-REGRAS-INVALIDAS
               " FERIADOS " WS-DATAS-GRAVADAS
               " COLISOES " WS-DATAS-COLISAO.
           IF WS-REGRAS-INVALIDAS > ZEROS OR WS-DATAS-COLISAO > ZEROS
              DISPLAY "HOLIGEN - HA REGRAS INVALIDAS OU COLISOES - "
                  "CONFERIR O HOLGOUT"
              MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZA - CLOSES THE LISTING.
      ******************************************************************
       7000-FINALIZA.
           CLOSE HOLG-OUT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9700-GRAVA-HISTORICO - LEAVES THIS RUN'S RUNHIST RECORD WITH
      *     THE CONTROL TOTALS AND THE RETURN CODE THE RUN IS ABOUT
      *     TO END WITH.  THE CALL ZEROES RETURN-CODE, SO THE CODE
      *     IS PUT BACK BEFORE THE STOP.
      ******************************************************************
       9700-GRAVA-HISTORICO.
           COMPUTE WS-DATAS-DESCARTADAS = WS-DATAS-FORA-FAIXA
               + WS-DATAS-INEXISTENTES + WS-DATAS-COLISAO.
           MOVE WS-REGRAS-LIDAS      TO RHL-QTD-LIDOS.
           MOVE WS-QTD-REGRAS        TO RHL-QTD-VALIDOS.
           MOVE WS-REGRAS-INVALIDAS  TO RHL-QTD-REJEITADOS.
           MOVE WS-DATAS-DESCARTADAS TO RHL-QTD-EXCECOES.
           MOVE WS-DATAS-GRAVADAS    TO RHL-QTD-GRAVADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "HOLIGEN"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM HOLIGEN.
