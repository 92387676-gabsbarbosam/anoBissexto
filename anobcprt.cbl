      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: PRINTED REGIONAL WALL CALENDAR - READS A START AND
      *          END YEAR FROM A CONTROL CARD (SAME LAYOUT AS CALDCTL:
      *          YEARS IN COLS 1-8, JULIAN SWITCH IN COL 9, REGION IN
      *          COLS 10-12; A BLANK END YEAR PRINTS THE START YEAR
      *          ALONE) AND PRINTS, FOR EACH YEAR, ONE MONTH GRID PER
      *          MONTH WITH THE DAYS LAID OUT UNDER WEEKDAY COLUMNS BY
      *          DATECALC'S DAY-OF-WEEK.  WEEKENDS AND THE REGION'S
      *          HOLIDAYS ARE MARKED FROM WORKDAY AND THE HOLIDAYS ARE
      *          LISTED UNDER THE MONTH, WITH A BUSINESS-DAY FOOTER.
      *          EACH YEAR ENDS WITH A SUMMARY LINE: TOTAL BUSINESS
      *          DAYS, THE LEAP VERDICT AND FEBRUARY'S LENGTH FROM
      *          LEAPCHK.  A YEAR THE REGION STILL KEPT UNDER THE
      *          JULIAN CALENDAR (BEFORE ITS CALRULES CUTOVER) IS
      *          LABELED JULIANO ON EVERY MONTH - THE SAME RULE
      *          DATECALC USED TO LAY OUT ITS WEEKDAYS.  THIS IS THE
      *          READABLE COUNTERPART OF CDAYOUT FOR THE BRANCHES AND
      *          THE BACK OFFICE.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program, modeled on ANOBFISC and
      *                     ANOBCDAY.
      *   15/10/2026  GB   The audit entry now carries the region,
      *                     the rule LEAPCHK applied and the Julian
      *                     switch of each verdict (new AUDITPARM
      *                     fields), so AUDITREV can re-run it later.
      *   15/10/2026  GB   Holidays are taken from WORKDAY's new
      *                     WDY-EH-FERIADO rather than inferred from a
      *                     closed weekday, so a holiday on a Saturday
      *                     or Sunday is listed too; the holiday line
      *                     now really holds four entries.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. ANOBCPRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPRT-CTL ASSIGN TO "CPRTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CPRT-OUT ASSIGN TO "CPRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CPRT-CTL.
       01  CPRT-CTL-REC.
           05  CTL-ANO-INICIAL     PIC X(04).
           05  CTL-ANO-FINAL       PIC X(04).
           05  CTL-MODO-JULIANO    PIC X(01).
           05  CTL-REGIAO          PIC X(03).
           05  FILLER              PIC X(68).
       FD  CPRT-OUT.
       01  CPRT-OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-ANO-INICIAL      PIC 9(4).
           01  WS-ANO-FINAL        PIC 9(4).
           01  WS-ANO-ATUAL        PIC 9(5).
           01  WS-ANO-TELA         PIC 9(4).
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-REGIAO           PIC X(03) VALUE SPACES.
           01  WS-MES-ATUAL        PIC 9(02) VALUE ZEROS.
           01  WS-DIA-ATUAL        PIC 9(02) VALUE ZEROS.
           01  WS-DIAS-MES         PIC 9(02) VALUE ZEROS.
           01  WS-COLUNA           PIC 9(01) VALUE ZEROS.
           01  WS-IDX              PIC 9(02) VALUE ZEROS.
           01  WS-ANO-JULIANO      PIC X(01) VALUE "N".
               88  ANO-JULIANO           VALUE "S".
      *    MONTH AND YEAR COUNTERS.
           01  WS-UTEIS-MES        PIC 9(02) VALUE ZEROS.
           01  WS-FDS-MES          PIC 9(02) VALUE ZEROS.
           01  WS-FERIADOS-MES     PIC 9(02) VALUE ZEROS.
           01  WS-UTEIS-ANO        PIC 9(03) VALUE ZEROS.
           01  WS-QTD-ANOS         PIC 9(08) VALUE ZEROS.
           01  WS-QTD-MESES        PIC 9(08) VALUE ZEROS.
      *    THE MONTH'S HOLIDAYS - EVERY DAY WORKDAY FLAGS AS ONE,
      *    WEEKEND OR NOT - KEPT FOR THE LIST UNDER THE GRID.
           01  WS-TAB-FERIADOS.
               05  WS-FER-ENTRADA OCCURS 31 TIMES.
                   10  WS-FER-DIA      PIC 9(02).
                   10  WS-FER-NOME     PIC X(07).
      *    MONTH NAMES.
           01  WS-TAB-MESES-LIT.
               05  FILLER PIC X(09) VALUE "JANEIRO".
               05  FILLER PIC X(09) VALUE "FEVEREIRO".
               05  FILLER PIC X(09) VALUE "MARCO".
               05  FILLER PIC X(09) VALUE "ABRIL".
               05  FILLER PIC X(09) VALUE "MAIO".
               05  FILLER PIC X(09) VALUE "JUNHO".
               05  FILLER PIC X(09) VALUE "JULHO".
               05  FILLER PIC X(09) VALUE "AGOSTO".
               05  FILLER PIC X(09) VALUE "SETEMBRO".
               05  FILLER PIC X(09) VALUE "OUTUBRO".
               05  FILLER PIC X(09) VALUE "NOVEMBRO".
               05  FILLER PIC X(09) VALUE "DEZEMBRO".
           01  WS-TAB-MESES REDEFINES WS-TAB-MESES-LIT.
               05  WS-NOME-MES     OCCURS 12 TIMES PIC X(09).
      *    ONE WEEK OF THE GRID: SEVEN CELLS, DOMINGO FIRST, EACH THE
      *    DAY NUMBER FOLLOWED BY ITS MARK ("*" WEEKEND, "F" HOLIDAY).
           01  WS-LINHA-SEMANA.
               05  FILLER              PIC X(04) VALUE SPACES.
               05  WS-CELULA OCCURS 7 TIMES.
                   10  FILLER          PIC X(02).
                   10  WS-CEL-DIA      PIC X(02).
                   10  WS-CEL-MARCA    PIC X(01).
                   10  FILLER          PIC X(02).
               05  FILLER              PIC X(27) VALUE SPACES.
           01  WS-ED-DIA           PIC Z9.
           01  WS-ED-QTD           PIC ZZ9.
           01  WS-ED-QTD2          PIC ZZ9.
           01  WS-ED-QTD3          PIC ZZ9.
           01  WS-VERDICT-TELA     PIC X(16).
           01  WS-REGRA-TELA       PIC X(10).
           01  WS-REGIAO-TELA      PIC X(08).
           01  WS-JULIANO-TELA     PIC X(26).
           01  WS-DIAS-FEVEREIRO   PIC 9(02).
           01  WS-PONTEIRO         PIC 9(03) VALUE ZEROS.
           01  WS-LINHA            PIC X(80).
           COPY AUDITPARM.
           COPY LEAPPARM.
           COPY LOCKPARM.
           COPY DATEPARM.
           COPY WORKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           PERFORM 2000-IMPRIME-ANO THRU 2000-EXIT
               VARYING WS-ANO-ATUAL FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-ATUAL > WS-ANO-FINAL.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS AND VALIDATES THE CONTROL CARD (SAME
      *     RULES AS CALDCTL), OPENS THE REPORT AND THE AUDIT
      *     SESSION.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBCPRT" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT CPRT-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "ANOBCPRT - CPRTCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ CPRT-CTL
               AT END
                  DISPLAY "ANOBCPRT - CPRTCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE CPRT-CTL-REC TO RHL-CARTAO.

           IF CTL-ANO-FINAL = SPACES
              MOVE CTL-ANO-INICIAL TO CTL-ANO-FINAL
           END-IF.
           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "ANOBCPRT - CPRTCTL CONTEM ANO INVALIDO"
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
              DISPLAY "ANOBCPRT - CPRTCTL CONTEM ANO INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-MODO-JULIANO NOT = "S" AND WS-REGIAO = SPACES
                 AND (WS-ANO-INICIAL < 1582 OR WS-ANO-FINAL < 1582)
              DISPLAY "ANOBCPRT - CPRTCTL CONTEM ANO ANTERIOR A 1582 "
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
                 DISPLAY "ANOBCPRT - CPRTCTL CONTEM REGIAO "
                     "DESCONHECIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE WS-REGIAO TO WS-REGIAO-TELA
           ELSE
              MOVE "PADRAO" TO WS-REGIAO-TELA
           END-IF.

           CLOSE CPRT-CTL.

           OPEN OUTPUT CPRT-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "ANOBCPRT - FALHA AO CRIAR CPRTOUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "AUDITLOG" TO RLK-RECURSO.
           PERFORM 9500-OBTEM-TRAVA THRU 9500-EXIT.

           MOVE "A" TO ALP-FUNCAO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-IMPRIME-ANO - ONE YEAR: THE LEAP VERDICT AND THE RULE
      *     BEHIND IT FIRST (THE JULIAN LABEL DEPENDS ON IT), THEN THE
      *     YEAR HEADING, THE TWELVE MONTH GRIDS AND THE SUMMARY
      *     LINE, THEN THE AUDIT ENTRY FOR THE VERDICT PRINTED.
      ******************************************************************
       2000-IMPRIME-ANO.
           MOVE WS-ANO-ATUAL     TO WS-ANO-TELA.
           MOVE WS-ANO-TELA      TO LC-ANO.
           MOVE WS-MODO-JULIANO  TO LC-MODO-JULIANO.
           MOVE WS-REGIAO        TO LC-REGIAO.
           MOVE ZEROS            TO LC-CUTOVER-TESTE.
           CALL "LEAPCHK" USING LEAPCHK-PARM.

           IF LC-EH-BISSEXTO
              MOVE "ANO BISSEXTO"     TO WS-VERDICT-TELA
              MOVE 29                TO WS-DIAS-FEVEREIRO
           ELSE
              MOVE "ANO NAO BISSEXTO" TO WS-VERDICT-TELA
              MOVE 28                TO WS-DIAS-FEVEREIRO
           END-IF.
           IF LC-USOU-JULIANA
              MOVE "S"                TO WS-ANO-JULIANO
              MOVE "(JULIANO)"        TO WS-REGRA-TELA
              MOVE "*** CALENDARIO JULIANO ***"
                  TO WS-JULIANO-TELA
           ELSE
              MOVE "N"                TO WS-ANO-JULIANO
              MOVE SPACES             TO WS-REGRA-TELA
              MOVE SPACES             TO WS-JULIANO-TELA
           END-IF.

           MOVE ZEROS TO WS-UTEIS-ANO.
           MOVE ALL "=" TO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "CALENDARIO " WS-ANO-TELA "   REGIAO " WS-REGIAO-TELA
               "  " WS-JULIANO-TELA DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "LEGENDA: * FIM DE SEMANA   F FERIADO DA REGIAO"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.
           MOVE ALL "=" TO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.

           PERFORM 2100-IMPRIME-MES THRU 2100-EXIT
               VARYING WS-MES-ATUAL FROM 1 BY 1
               UNTIL WS-MES-ATUAL > 12.

           MOVE WS-UTEIS-ANO      TO WS-ED-QTD.
           MOVE SPACES TO WS-LINHA.
           STRING "RESUMO " WS-ANO-TELA ": " WS-ED-QTD
               " DIAS UTEIS - " DELIMITED BY SIZE
               WS-VERDICT-TELA DELIMITED BY "  "
               " - FEVEREIRO COM " WS-DIAS-FEVEREIRO " DIAS "
               WS-REGRA-TELA DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.

           MOVE "G"            TO ALP-FUNCAO.
           MOVE WS-ANO-TELA    TO ALP-ANO.
           MOVE LC-RESULTADO   TO ALP-RESULTADO.
           MOVE "ANOBCPRT"     TO ALP-PROGRAMA.
           MOVE LC-REGIAO       TO ALP-REGIAO.
           MOVE LC-REGRA-USADA  TO ALP-REGRA.
           MOVE LC-MODO-JULIANO TO ALP-JULIANO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.
           ADD 1 TO WS-QTD-ANOS.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-IMPRIME-MES - ONE MONTH GRID.  THE MONTH'S LENGTH COMES
      *     FROM DATECALC'S DAYS-REMAINING ON DAY 01, AS IN ANOBCDAY,
      *     SO THERE IS NO PRIVATE DAYS-IN-MONTH TABLE HERE.
      ******************************************************************
       2100-IMPRIME-MES.
           MOVE WS-ANO-TELA     TO DTC-ANO.
           MOVE WS-MES-ATUAL    TO DTC-MES.
           MOVE 01              TO DTC-DIA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE WS-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              DISPLAY "ANOBCPRT - DATA " DTC-DATA " INVALIDA - "
                  "EXECUCAO ABANDONADA"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           COMPUTE WS-DIAS-MES = DTC-DIAS-REST-MES + 1.

           MOVE ZEROS TO WS-UTEIS-MES WS-FDS-MES WS-FERIADOS-MES.
           MOVE SPACES TO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "    " DELIMITED BY SIZE
               WS-NOME-MES (WS-MES-ATUAL) DELIMITED BY SPACE
               " " WS-ANO-TELA DELIMITED BY SIZE INTO WS-LINHA.
           IF ANO-JULIANO
              MOVE "(JULIANO)" TO WS-LINHA (42:9)
           END-IF.
           WRITE CPRT-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "      DOM    SEG    TER    QUA    QUI    SEX    SAB"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.

           PERFORM 2150-LIMPA-SEMANA THRU 2150-EXIT.
           PERFORM 2200-COLOCA-DIA THRU 2200-EXIT
               VARYING WS-DIA-ATUAL FROM 1 BY 1
               UNTIL WS-DIA-ATUAL > WS-DIAS-MES.

           PERFORM 2300-LISTA-FERIADOS THRU 2300-EXIT.

           MOVE WS-UTEIS-MES    TO WS-ED-QTD.
           MOVE WS-FDS-MES      TO WS-ED-QTD2.
           MOVE WS-FERIADOS-MES TO WS-ED-QTD3.
           MOVE SPACES TO WS-LINHA.
           STRING "    DIAS UTEIS:" WS-ED-QTD
               "   FINS DE SEMANA:" WS-ED-QTD2
               "   FERIADOS:" WS-ED-QTD3
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE CPRT-OUT-REC FROM WS-LINHA.

           ADD WS-UTEIS-MES    TO WS-UTEIS-ANO.
           ADD 1 TO WS-QTD-MESES.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-LIMPA-SEMANA - CLEARS THE WEEK LINE FOR THE NEXT ROW.
      ******************************************************************
       2150-LIMPA-SEMANA.
           MOVE SPACES TO WS-LINHA-SEMANA.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COLOCA-DIA - PLACES ONE DAY UNDER ITS WEEKDAY COLUMN
      *     (DATECALC: 1 = DOMINGO .. 7 = SABADO) WITH ITS MARK FROM
      *     WORKDAY.  A SATURDAY OR SUNDAY KEEPS ITS WEEKEND MARK
      *     AND COUNT; A HOLIDAY IS TABLED FOR THE LIST WHATEVER ITS
      *     WEEKDAY, AND MARKED "F" WHEN IT FALLS IN THE WEEK.  THE
      *     ROW IS PRINTED AFTER SABADO AND AFTER THE LAST DAY OF THE
      *     MONTH.
      ******************************************************************
       2200-COLOCA-DIA.
           MOVE WS-ANO-TELA     TO DTC-ANO.
           MOVE WS-MES-ATUAL    TO DTC-MES.
           MOVE WS-DIA-ATUAL    TO DTC-DIA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE WS-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.

           MOVE "V"             TO WDY-FUNCAO.
           MOVE DTC-DATA        TO WDY-DATA.
           MOVE WS-MODO-JULIANO TO WDY-MODO-JULIANO.
           MOVE WS-REGIAO       TO WDY-REGIAO.
           MOVE ZEROS           TO WDY-QTD-DIAS.
           CALL "WORKDAY" USING WORKDAY-PARM.

           MOVE DTC-DIA-SEMANA TO WS-COLUNA.
           MOVE WS-DIA-ATUAL   TO WS-ED-DIA.
           MOVE WS-ED-DIA      TO WS-CEL-DIA (WS-COLUNA).

           IF WDY-DIA-UTIL
              ADD 1 TO WS-UTEIS-MES
           ELSE
              IF WS-COLUNA = 1 OR WS-COLUNA = 7
                 MOVE "*" TO WS-CEL-MARCA (WS-COLUNA)
                 ADD 1 TO WS-FDS-MES
              ELSE
                 MOVE "F" TO WS-CEL-MARCA (WS-COLUNA)
              END-IF
           END-IF.
           IF WDY-DIA-FERIADO
              ADD 1 TO WS-FERIADOS-MES
              MOVE WS-DIA-ATUAL TO WS-FER-DIA (WS-FERIADOS-MES)
              MOVE DTC-NOME-DIA TO WS-FER-NOME (WS-FERIADOS-MES)
           END-IF.

           IF WS-COLUNA = 7 OR WS-DIA-ATUAL = WS-DIAS-MES
              WRITE CPRT-OUT-REC FROM WS-LINHA-SEMANA
              PERFORM 2150-LIMPA-SEMANA THRU 2150-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LISTA-FERIADOS - LISTS THE MONTH'S HOLIDAYS UNDER THE
      *     GRID, FOUR TO A LINE.
      ******************************************************************
       2300-LISTA-FERIADOS.
           MOVE SPACES TO WS-LINHA.
           IF WS-FERIADOS-MES = ZEROS
              MOVE "    FERIADOS: NENHUM" TO WS-LINHA
              WRITE CPRT-OUT-REC FROM WS-LINHA
              GO TO 2300-EXIT
           END-IF.

           MOVE "    FERIADOS:" TO WS-LINHA.
           MOVE 15 TO WS-PONTEIRO.
           PERFORM 2310-LISTA-FERIADO THRU 2310-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FERIADOS-MES.
           IF WS-PONTEIRO > 15
              WRITE CPRT-OUT-REC FROM WS-LINHA
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-LISTA-FERIADO - ADDS ONE "DD/MM WEEKDAY" ENTRY TO THE
      *     HOLIDAY LINE, PRINTING THE LINE WHEN IT IS FULL.
      ******************************************************************
       2310-LISTA-FERIADO.
           IF WS-PONTEIRO > 63
              WRITE CPRT-OUT-REC FROM WS-LINHA
              MOVE SPACES TO WS-LINHA
              MOVE 15 TO WS-PONTEIRO
           END-IF.
           STRING WS-FER-DIA (WS-IDX) "/" WS-MES-ATUAL " "
               WS-FER-NOME (WS-IDX) "   "
               DELIMITED BY SIZE INTO WS-LINHA
               WITH POINTER WS-PONTEIRO.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZA - CLOSES THE REPORT AND THE AUDIT SESSION.
      ******************************************************************
       7000-FINALIZA.
           CLOSE CPRT-OUT.

           MOVE "F" TO ALP-FUNCAO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.

           PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 9500-OBTEM-TRAVA - TAKES THE RUNLOCK SERIALIZATION LOCK ON
      *     THE RESOURCE ALREADY NAMED IN RLK-RECURSO.  A LOCK HELD
      *     BY ANOTHER JOB REPORTS THE HOLDER ON THE CONSOLE AND
      *     ENDS WITH RETURN CODE 8 SO THE SCHEDULER CAN RESUBMIT
      *     WHEN THE RESOURCE COMES FREE.
      ******************************************************************
       9500-OBTEM-TRAVA.
           MOVE "O"        TO RLK-FUNCAO.
           MOVE "ANOBCPRT" TO RLK-PROGRAMA.
           CALL "RUNLOCK" USING RUNLOCK-PARM.

           IF RLK-OCUPADO
              DISPLAY "ANOBCPRT - " RLK-RECURSO " TRAVADO POR "
                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "ANOBCPRT - FALHA AO TRAVAR " RLK-RECURSO
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       9500-EXIT.
           EXIT.

      ******************************************************************
      * 9600-LIBERA-TRAVAS - RELEASES THIS RUN'S SERIALIZATION LOCK.
      ******************************************************************
       9600-LIBERA-TRAVAS.
           MOVE "L"        TO RLK-FUNCAO.
           MOVE "ANOBCPRT" TO RLK-PROGRAMA.
           MOVE "AUDITLOG" TO RLK-RECURSO.
           CALL "RUNLOCK" USING RUNLOCK-PARM.
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
           MOVE WS-QTD-MESES       TO RHL-QTD-GRAVADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "ANOBCPRT" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBCPRT.
