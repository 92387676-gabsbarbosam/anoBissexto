      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: FISCAL-PERIOD CALENDAR - READS THE FPERCTL CARD AND
      *          WRITES ONE FPEROUT RECORD PER FISCAL PERIOD FOR THE
      *          FISCAL YEARS ON IT, WITH THE SAME PERIODS ON THE
      *          FPERRPT PRINTOUT FOR THE CLOSE CALENDAR.  FPERCTL:
      *          FIRST AND LAST FISCAL YEAR IN COLS 1-8, JULIAN FLAG
      *          IN COL 9 AND REGION IN COLS 10-12 (AS ON CALDCTL),
      *          THE CALENDAR IN COLS 13-15 AND ITS MONTH IN COLS
      *          16-17.  CALENDAR "MES" IS TWELVE CALENDAR-MONTH
      *          PERIODS, THE MONTH BEING THE FIRST ONE OF THE FISCAL
      *          YEAR.  CALENDAR "445", "454" OR "544" IS TWELVE
      *          PERIODS OF WHOLE WEEKS IN THAT PATTERN PER QUARTER,
      *          THE MONTH BEING THE ONE THE FISCAL YEAR ENDS IN: IT
      *          ENDS ON THE ANCHOR WEEKDAY IN COL 18 (1 = DOMINGO ..
      *          7 = SABADO, AS DATECALC NUMBERS THEM) THAT IS THE
      *          LAST ONE OF THAT MONTH ("U" IN COL 19, THE DEFAULT)
      *          OR THE ONE NEAREST ITS LAST DAY ("P").  A YEAR THAT
      *          COMES OUT AT 371 DAYS GETS A 53RD WEEK, CARRIED BY
      *          PERIOD 12.  A MONTH-BASED FISCAL YEAR IS NUMBERED
      *          BY THE CALENDAR YEAR IT ENDS IN; A WEEK-BASED ONE BY
      *          THE YEAR OF ITS ANCHOR MONTH, SO A "P" YEAR ANCHORED
      *          ON DECEMBER MAY END IN THE FIRST DAYS OF THE
      *          FOLLOWING JANUARY.  FEBRUARY'S LENGTH COMES
      *          FROM LEAPCHK (EACH CALENDAR YEAR USED IS AUDITED, AS
      *          ANOBCALD DOES), BUSINESS DAYS FROM WORKDAY AND THE
      *          ANCHOR WEEKDAY FROM DATECALC.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program, modeled on ANOBCALD.
      *   15/10/2026  GB   Purpose corrected: a week-based fiscal
      *                     year takes its anchor month's year, not
      *                     the year its last day falls in.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. ANOBFPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPER-CTL ASSIGN TO "FPERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FPER-OUT ASSIGN TO "FPEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT FPER-RPT ASSIGN TO "FPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FPER-CTL.
       01  FPER-CTL-REC.
           05  CTL-ANO-INICIAL     PIC X(04).
           05  CTL-ANO-FINAL       PIC X(04).
           05  CTL-MODO-JULIANO    PIC X(01).
           05  CTL-REGIAO          PIC X(03).
           05  CTL-CALENDARIO      PIC X(03).
           05  CTL-MES             PIC X(02).
           05  CTL-DIA-ANCORA      PIC X(01).
           05  CTL-TIPO-ANCORA     PIC X(01).
           05  FILLER              PIC X(61).
       FD  FPER-OUT.
           COPY FPERREC.
       01  FPER-TOTAIS-REC         PIC X(80).
       FD  FPER-RPT.
       01  FPER-RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-RPT-STATUS       PIC X(02) VALUE "00".
           01  WS-ANO-INICIAL      PIC 9(4).
           01  WS-ANO-FINAL        PIC 9(4).
           01  WS-ANO-FISCAL       PIC 9(5).
           01  WS-ANO-TELA         PIC 9(4).
           01  WS-ANO-CIVIL-MIN    PIC 9(4).
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-REGIAO           PIC X(03) VALUE SPACES.
      *    THE CALENDAR: "MES" OR A WEEK PATTERN, WHOSE THREE DIGITS
      *    ARE THE WEEKS IN EACH PERIOD OF A QUARTER.
           01  WS-CALENDARIO       PIC X(03) VALUE SPACES.
               88  CALENDARIO-MENSAL     VALUE "MES".
               88  CALENDARIO-SEMANAL    VALUE "445" "454" "544".
           01  WS-PADRAO REDEFINES WS-CALENDARIO.
               05  WS-SEMANAS-PADRAO OCCURS 3 TIMES PIC 9(01).
           01  WS-MES-CARTAO       PIC 9(02) VALUE ZEROS.
           01  WS-DIA-ANCORA       PIC 9(01) VALUE ZEROS.
           01  WS-TIPO-ANCORA      PIC X(01) VALUE "U".
               88  ANCORA-ULTIMO         VALUE "U".
               88  ANCORA-PROXIMO        VALUE "P".
           01  WS-TAB-DIAS-LIT     PIC X(24)
                   VALUE "312831303130313130313031".
           01  WS-TAB-DIAS REDEFINES WS-TAB-DIAS-LIT.
               05  WS-DIAS-DO-MES  OCCURS 12 TIMES PIC 9(02).
           01  WS-TAB-NOMES-LIT.
               05  FILLER          PIC X(07) VALUE "DOMINGO".
               05  FILLER          PIC X(07) VALUE "SEGUNDA".
               05  FILLER          PIC X(07) VALUE "TERCA".
               05  FILLER          PIC X(07) VALUE "QUARTA".
               05  FILLER          PIC X(07) VALUE "QUINTA".
               05  FILLER          PIC X(07) VALUE "SEXTA".
               05  FILLER          PIC X(07) VALUE "SABADO".
           01  WS-TAB-NOMES REDEFINES WS-TAB-NOMES-LIT.
               05  WS-NOME-DIA     OCCURS 7 TIMES PIC X(07).
      *    THE RUNNING DATE.  THE DAY WALK, THE ANCHOR SEARCH AND THE
      *    52/53-WEEK TEST ALL STEP THIS ONE DATE A DAY AT A TIME.
           01  WS-DATA-PASSO.
               05  WS-PASSO-ANO    PIC 9(04).
               05  WS-PASSO-MES    PIC 9(02).
               05  WS-PASSO-DIA    PIC 9(02).
           01  WS-DIAS-MES-PASSO   PIC 9(02) VALUE ZEROS.
           01  WS-ANO-CACHE        PIC 9(04) VALUE ZEROS.
           01  WS-BISSEXTO-CACHE   PIC X(01) VALUE "N".
           01  WS-ULTIMO-ANO-AUDITADO PIC 9(04) VALUE ZEROS.
           01  WS-ANO-ANCORA       PIC 9(04) VALUE ZEROS.
           01  WS-RECUO            PIC 9(02) VALUE ZEROS.
           01  WS-AVANCO           PIC 9(02) VALUE ZEROS.
           01  WS-INICIO-AF        PIC X(08) VALUE SPACES.
           01  WS-FIM-AF           PIC X(08) VALUE SPACES.
           01  WS-FIM-MAIS-UM      PIC X(08) VALUE SPACES.
           01  WS-SEMANA-53-AF     PIC X(01) VALUE "N".
               88  AF-TEM-SEMANA-53      VALUE "S".
           01  WS-PERIODO          PIC 9(02) VALUE ZEROS.
           01  WS-PERIODO-MENOS-1  PIC 9(02) VALUE ZEROS.
           01  WS-TRIMESTRE        PIC 9(02) VALUE ZEROS.
           01  WS-POSICAO          PIC 9(02) VALUE ZEROS.
           01  WS-SEMANAS          PIC 9(01) VALUE ZEROS.
           01  WS-DIAS-PERIODO     PIC 9(03) VALUE ZEROS.
           01  WS-UTEIS-PERIODO    PIC 9(03) VALUE ZEROS.
           01  WS-FLAG-29-FEV      PIC X(01) VALUE "N".
           01  WS-INICIO-PERIODO   PIC X(08) VALUE SPACES.
           01  WS-FIM-PERIODO      PIC X(08) VALUE SPACES.
           01  WS-DIAS-AF          PIC 9(03) VALUE ZEROS.
           01  WS-UTEIS-AF         PIC 9(03) VALUE ZEROS.
           01  WS-QTD-ANOS-FISCAIS PIC 9(08) VALUE ZEROS.
           01  WS-QTD-PERIODOS     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-29-FEV       PIC 9(08) VALUE ZEROS.
           01  WS-QTD-SEMANA-53    PIC 9(08) VALUE ZEROS.
           01  WS-QTD-ANOS-AUDITADOS PIC 9(08) VALUE ZEROS.
           01  WS-DATA-X           PIC X(08).
           01  WS-DATA-EDIT        PIC X(10).
           01  WS-INICIO-EDIT      PIC X(10).
           01  WS-FIM-EDIT         PIC X(10).
           01  WS-SEMANAS-EDIT     PIC X(01).
           01  WS-OBS-EDIT         PIC X(16).
           01  WS-LINHA            PIC X(80).
           01  WS-LINHA-TOTAIS     PIC X(80) VALUE SPACES.
           COPY AUDITPARM.
           COPY DATEPARM.
           COPY LEAPPARM.
           COPY WORKPARM.
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           PERFORM 2000-GERA-ANO-FISCAL THRU 2000-EXIT
               VARYING WS-ANO-FISCAL FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO-FISCAL > WS-ANO-FINAL.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS AND VALIDATES FPERCTL, OPENS THE
      *     PERIOD FILE, THE REPORT AND THE AUDIT SESSION, AND SETS
      *     THE RUNNING DATE ON THE FIRST DAY OF THE FIRST FISCAL
      *     YEAR.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "ANOBFPER" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.

           OPEN OUTPUT FPER-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "ANOBFPER - FALHA AO CRIAR FPEROUT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           OPEN OUTPUT FPER-RPT.
           IF WS-RPT-STATUS NOT = "00"
              DISPLAY "ANOBFPER - FALHA AO CRIAR FPERRPT"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           PERFORM 1200-IMPRIME-CABECALHO THRU 1200-EXIT.

           MOVE "AUDITLOG" TO RLK-RECURSO.
           PERFORM 9500-OBTEM-TRAVA THRU 9500-EXIT.

           MOVE "A" TO ALP-FUNCAO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.

           IF CALENDARIO-MENSAL
              MOVE WS-ANO-CIVIL-MIN TO WS-PASSO-ANO
              MOVE WS-MES-CARTAO    TO WS-PASSO-MES
              MOVE 01               TO WS-PASSO-DIA
           ELSE
              COMPUTE WS-ANO-ANCORA = WS-ANO-INICIAL - 1
              PERFORM 2100-CALCULA-FIM-SEMANAL THRU 2100-EXIT
              PERFORM 8100-AVANCA-DIA THRU 8100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-LE-PARAMETROS - READS FPERCTL.  THE YEAR, JULIAN AND
      *     REGION RULES ARE ANOBCALD'S, APPLIED TO THE EARLIEST
      *     CALENDAR YEAR THE FIRST FISCAL YEAR REACHES BACK INTO.
      *     ANY BAD FIELD STOPS THE RUN WITH CODE 16.
      ******************************************************************
       1050-LE-PARAMETROS.
           OPEN INPUT FPER-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "ANOBFPER - FPERCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ FPER-CTL
               AT END
                  DISPLAY "ANOBFPER - FPERCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE FPER-CTL-REC TO RHL-CARTAO.
           CLOSE FPER-CTL.

           IF CTL-ANO-INICIAL IS NOT NUMERIC
                 OR CTL-ANO-FINAL IS NOT NUMERIC
              DISPLAY "ANOBFPER - FPERCTL CONTEM ANO INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE CTL-ANO-INICIAL TO WS-ANO-INICIAL.
           MOVE CTL-ANO-FINAL   TO WS-ANO-FINAL.
           IF WS-ANO-INICIAL < 2 OR WS-ANO-FINAL > 9998
                 OR WS-ANO-INICIAL > WS-ANO-FINAL
              DISPLAY "ANOBFPER - FPERCTL CONTEM ANO INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF CTL-MODO-JULIANO = "S" OR CTL-MODO-JULIANO = "s"
              MOVE "S" TO WS-MODO-JULIANO
           ELSE
              MOVE "N" TO WS-MODO-JULIANO
           END-IF.
           MOVE CTL-REGIAO     TO WS-REGIAO.
           MOVE CTL-CALENDARIO TO WS-CALENDARIO.

           IF NOT CALENDARIO-MENSAL AND NOT CALENDARIO-SEMANAL
              DISPLAY "ANOBFPER - FPERCTL CONTEM CALENDARIO INVALIDO "
                  "- USE MES, 445, 454 OU 544"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF CTL-MES IS NOT NUMERIC
              DISPLAY "ANOBFPER - FPERCTL CONTEM MES INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE CTL-MES TO WS-MES-CARTAO.
           IF WS-MES-CARTAO < 01 OR WS-MES-CARTAO > 12
              DISPLAY "ANOBFPER - FPERCTL CONTEM MES INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF CALENDARIO-SEMANAL
              IF CTL-DIA-ANCORA IS NOT NUMERIC
                 DISPLAY "ANOBFPER - FPERCTL CONTEM DIA DA SEMANA "
                     "INVALIDO"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-DIA-ANCORA TO WS-DIA-ANCORA
              IF WS-DIA-ANCORA < 1 OR WS-DIA-ANCORA > 7
                 DISPLAY "ANOBFPER - FPERCTL CONTEM DIA DA SEMANA "
                     "INVALIDO"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              IF CTL-TIPO-ANCORA NOT = SPACE
                 MOVE CTL-TIPO-ANCORA TO WS-TIPO-ANCORA
              END-IF
              IF NOT ANCORA-ULTIMO AND NOT ANCORA-PROXIMO
                 DISPLAY "ANOBFPER - FPERCTL CONTEM ANCORA INVALIDA "
                     "- USE U OU P"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.

      *    A MONTH-BASED YEAR NOT STARTING IN JANUARY, AND EVERY
      *    WEEK-BASED YEAR, BEGINS IN THE CALENDAR YEAR BEFORE.
           IF CALENDARIO-MENSAL AND WS-MES-CARTAO = 01
              MOVE WS-ANO-INICIAL TO WS-ANO-CIVIL-MIN
           ELSE
              COMPUTE WS-ANO-CIVIL-MIN = WS-ANO-INICIAL - 1
           END-IF.

           IF WS-MODO-JULIANO NOT = "S" AND WS-REGIAO = SPACES
                 AND WS-ANO-CIVIL-MIN < 1582
              DISPLAY "ANOBFPER - FPERCTL CONTEM ANO ANTERIOR A 1582 "
                  "SEM A CHAVE DA REGRA JULIANA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           IF WS-REGIAO NOT = SPACES
              MOVE WS-ANO-CIVIL-MIN TO LC-ANO
              MOVE WS-MODO-JULIANO  TO LC-MODO-JULIANO
              MOVE WS-REGIAO        TO LC-REGIAO
              MOVE ZEROS            TO LC-CUTOVER-TESTE
              CALL "LEAPCHK" USING LEAPCHK-PARM
              IF LC-REGIAO-ERRADA
                 DISPLAY "ANOBFPER - FPERCTL CONTEM REGIAO "
                     "DESCONHECIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1200-IMPRIME-CABECALHO - REPORT HEADING WITH THE CALENDAR THE
      *     PERIODS WERE BUILT UNDER.
      ******************************************************************
       1200-IMPRIME-CABECALHO.
           MOVE "ANOBFPER - CALENDARIO DE PERIODOS FISCAIS" TO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           IF CALENDARIO-MENSAL
              STRING "CALENDARIO MENSAL - ANO FISCAL INICIA NO MES "
                  WS-MES-CARTAO
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              IF ANCORA-ULTIMO
                 STRING "CALENDARIO " WS-CALENDARIO " - ANO FISCAL "
                     "TERMINA NO ULTIMO " DELIMITED BY SIZE
                     WS-NOME-DIA (WS-DIA-ANCORA) DELIMITED BY SPACE
                     " DO MES " WS-MES-CARTAO DELIMITED BY SIZE
                     INTO WS-LINHA
              ELSE
                 STRING "CALENDARIO " WS-CALENDARIO " - ANO FISCAL "
                     "TERMINA NO " DELIMITED BY SIZE
                     WS-NOME-DIA (WS-DIA-ANCORA) DELIMITED BY SPACE
                     " MAIS PROXIMO DO FIM DO MES " WS-MES-CARTAO
                     DELIMITED BY SIZE INTO WS-LINHA
              END-IF
           END-IF.
           WRITE FPER-RPT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ANOS FISCAIS " WS-ANO-INICIAL " A " WS-ANO-FINAL
               "  REGIAO " WS-REGIAO "  JULIANO " WS-MODO-JULIANO
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GERA-ANO-FISCAL - ONE FISCAL YEAR, STARTING ON THE
      *     RUNNING DATE.  ON A WEEK CALENDAR THE YEAR'S END IS FOUND
      *     FIRST AND 364 DAYS ARE WALKED TO SEE WHETHER IT HOLDS 52
      *     OR 53 WEEKS; AN ANCHOR THAT GIVES NEITHER (A CALENDAR
      *     CUTOVER INSIDE THE YEAR) STOPS THE RUN WITH CODE 16.
      ******************************************************************
       2000-GERA-ANO-FISCAL.
           MOVE WS-ANO-FISCAL TO WS-ANO-TELA.
           MOVE WS-DATA-PASSO TO WS-INICIO-AF.
           MOVE "N"           TO WS-SEMANA-53-AF.
           MOVE ZEROS         TO WS-DIAS-AF WS-UTEIS-AF.

           IF CALENDARIO-SEMANAL
              PERFORM 2200-CONTA-SEMANAS THRU 2200-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           IF CALENDARIO-MENSAL
              STRING "ANO FISCAL " WS-ANO-TELA " - 12 MESES"
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              IF AF-TEM-SEMANA-53
                 STRING "ANO FISCAL " WS-ANO-TELA " - 53 SEMANAS"
                     DELIMITED BY SIZE INTO WS-LINHA
              ELSE
                 STRING "ANO FISCAL " WS-ANO-TELA " - 52 SEMANAS"
                     DELIMITED BY SIZE INTO WS-LINHA
              END-IF
           END-IF.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE "PER  INICIO      FIM          DIAS  UTEIS  SEM  OBS"
               TO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.

           PERFORM 3000-GERA-PERIODO THRU 3000-EXIT
               VARYING WS-PERIODO FROM 1 BY 1
               UNTIL WS-PERIODO > 12.

           MOVE SPACES TO WS-LINHA.
           STRING "     TOTAL DO ANO FISCAL       " WS-DIAS-AF "    "
               WS-UTEIS-AF
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           ADD 1 TO WS-QTD-ANOS-FISCAIS.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CALCULA-FIM-SEMANAL - THE LAST DAY OF A WEEK-BASED
      *     FISCAL YEAR: THE ANCHOR WEEKDAY THAT IS THE LAST ONE OF
      *     THE CARD'S MONTH IN WS-ANO-ANCORA, OR THE ONE NEAREST THAT
      *     MONTH'S LAST DAY (WHICH MAY FALL EARLY IN THE NEXT MONTH).
      *     LEAVES THE DATE IN WS-DATA-PASSO AND WS-FIM-AF.
      ******************************************************************
       2100-CALCULA-FIM-SEMANAL.
           MOVE WS-ANO-ANCORA TO WS-PASSO-ANO.
           MOVE WS-MES-CARTAO TO WS-PASSO-MES.
           MOVE 01            TO WS-PASSO-DIA.
           PERFORM 8300-DIAS-DO-MES THRU 8300-EXIT.
           MOVE WS-DIAS-MES-PASSO TO WS-PASSO-DIA.

           MOVE WS-DATA-PASSO   TO DTC-DATA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE WS-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.

      *    DAYS BACK FROM THE MONTH'S LAST DAY TO THE ANCHOR WEEKDAY.
           COMPUTE WS-RECUO = DTC-DIA-SEMANA + 7 - WS-DIA-ANCORA.
           IF WS-RECUO > 6
              SUBTRACT 7 FROM WS-RECUO
           END-IF.

           IF ANCORA-PROXIMO AND WS-RECUO > 3
              COMPUTE WS-AVANCO = 7 - WS-RECUO
              PERFORM 8100-AVANCA-DIA THRU 8100-EXIT
                  WS-AVANCO TIMES
           ELSE
              PERFORM 8200-RECUA-DIA THRU 8200-EXIT
                  WS-RECUO TIMES
           END-IF.
           MOVE WS-DATA-PASSO TO WS-FIM-AF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONTA-SEMANAS - FINDS THIS YEAR'S END AND WHETHER THE
      *     YEAR RUNS 52 OR 53 WEEKS, THEN PUTS THE RUNNING DATE BACK
      *     ON THE YEAR'S FIRST DAY.
      ******************************************************************
       2200-CONTA-SEMANAS.
           MOVE WS-ANO-TELA TO WS-ANO-ANCORA.
           PERFORM 2100-CALCULA-FIM-SEMANAL THRU 2100-EXIT.
           PERFORM 8100-AVANCA-DIA THRU 8100-EXIT.
           MOVE WS-DATA-PASSO TO WS-FIM-MAIS-UM.

           MOVE WS-INICIO-AF TO WS-DATA-PASSO.
           PERFORM 8100-AVANCA-DIA THRU 8100-EXIT 364 TIMES.
           IF WS-DATA-PASSO NOT = WS-FIM-MAIS-UM
              PERFORM 8100-AVANCA-DIA THRU 8100-EXIT 7 TIMES
              IF WS-DATA-PASSO = WS-FIM-MAIS-UM
                 MOVE "S" TO WS-SEMANA-53-AF
              ELSE
                 DISPLAY "ANOBFPER - ANO FISCAL " WS-ANO-TELA
                     " NAO FECHA EM 52 NEM 53 SEMANAS (" WS-INICIO-AF
                     " A " WS-FIM-AF ")"
                 MOVE "F" TO ALP-FUNCAO
                 CALL "AUDITLOG" USING AUDITLOG-PARM
                 PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
           END-IF.

           MOVE WS-INICIO-AF TO WS-DATA-PASSO.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GERA-PERIODO - ONE PERIOD FROM THE RUNNING DATE: A WHOLE
      *     CALENDAR MONTH, OR THE PATTERN'S WEEKS FOR ITS PLACE IN
      *     THE QUARTER (PERIOD 12 TAKING THE 53RD WEEK).  EVERY DAY
      *     IS WALKED FOR 29/02 AND THE BUSINESS-DAY COUNT, THEN THE
      *     FPEROUT RECORD AND THE REPORT LINE ARE WRITTEN.
      ******************************************************************
       3000-GERA-PERIODO.
           MOVE WS-DATA-PASSO TO WS-INICIO-PERIODO.
           MOVE "N"   TO WS-FLAG-29-FEV.
           MOVE ZEROS TO WS-UTEIS-PERIODO WS-SEMANAS.

           IF CALENDARIO-MENSAL
              PERFORM 8300-DIAS-DO-MES THRU 8300-EXIT
              MOVE WS-DIAS-MES-PASSO TO WS-DIAS-PERIODO
           ELSE
              COMPUTE WS-PERIODO-MENOS-1 = WS-PERIODO - 1
              DIVIDE WS-PERIODO-MENOS-1 BY 3 GIVING WS-TRIMESTRE
                  REMAINDER WS-POSICAO
              ADD 1 TO WS-POSICAO
              MOVE WS-SEMANAS-PADRAO (WS-POSICAO) TO WS-SEMANAS
              IF WS-PERIODO = 12 AND AF-TEM-SEMANA-53
                 ADD 1 TO WS-SEMANAS
              END-IF
              COMPUTE WS-DIAS-PERIODO = WS-SEMANAS * 7
           END-IF.

           PERFORM 3100-CONTA-DIA THRU 3100-EXIT
               WS-DIAS-PERIODO TIMES.

           MOVE SPACES              TO FPER-REC.
           MOVE WS-ANO-TELA         TO FPR-ANO-FISCAL.
           MOVE WS-PERIODO          TO FPR-PERIODO.
           MOVE WS-INICIO-PERIODO   TO FPR-DATA-INICIAL.
           MOVE WS-FIM-PERIODO      TO FPR-DATA-FINAL.
           MOVE WS-DIAS-PERIODO     TO FPR-DIAS-CORRIDOS.
           MOVE WS-UTEIS-PERIODO    TO FPR-DIAS-UTEIS.
           MOVE WS-SEMANAS          TO FPR-SEMANAS.
           MOVE WS-FLAG-29-FEV      TO FPR-TEM-29-FEV.
           MOVE "N"                 TO FPR-SEMANA-53.
           IF WS-PERIODO = 12 AND AF-TEM-SEMANA-53
              MOVE "S" TO FPR-SEMANA-53
           END-IF.
           MOVE WS-CALENDARIO       TO FPR-CALENDARIO.
           MOVE WS-REGIAO           TO FPR-REGIAO.
           MOVE WS-MODO-JULIANO     TO FPR-JULIANO.
           WRITE FPER-REC.

           ADD 1 TO WS-QTD-PERIODOS.
           IF FPR-CONTEM-29-FEV
              ADD 1 TO WS-QTD-29-FEV
           END-IF.
           IF FPR-TEM-SEMANA-53
              ADD 1 TO WS-QTD-SEMANA-53
           END-IF.
           ADD WS-DIAS-PERIODO  TO WS-DIAS-AF.
           ADD WS-UTEIS-PERIODO TO WS-UTEIS-AF.

           PERFORM 3300-IMPRIME-PERIODO THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CONTA-DIA - ONE DAY OF THE PERIOD: AUDITS ITS CALENDAR
      *     YEAR THE FIRST TIME THE WALK REACHES IT, NOTES 29/02, ASKS
      *     WORKDAY WHETHER IT IS A BUSINESS DAY, AND STEPS ON.
      ******************************************************************
       3100-CONTA-DIA.
           IF WS-PASSO-ANO NOT = WS-ULTIMO-ANO-AUDITADO
              PERFORM 3200-AUDITA-ANO THRU 3200-EXIT
           END-IF.

           IF WS-PASSO-MES = 02 AND WS-PASSO-DIA = 29
              MOVE "S" TO WS-FLAG-29-FEV
           END-IF.

           MOVE "V"             TO WDY-FUNCAO.
           MOVE WS-DATA-PASSO   TO WDY-DATA.
           MOVE WS-MODO-JULIANO TO WDY-MODO-JULIANO.
           MOVE WS-REGIAO       TO WDY-REGIAO.
           MOVE ZEROS           TO WDY-QTD-DIAS.
           CALL "WORKDAY" USING WORKDAY-PARM.
           IF WDY-OK AND WDY-DIA-UTIL
              ADD 1 TO WS-UTEIS-PERIODO
           END-IF.

           MOVE WS-DATA-PASSO TO WS-FIM-PERIODO.
           PERFORM 8100-AVANCA-DIA THRU 8100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-AUDITA-ANO - RECORDS THE LEAP VERDICT THE PERIODS OF A
      *     CALENDAR YEAR WERE BUILT ON, ONCE PER CALENDAR YEAR.
      ******************************************************************
       3200-AUDITA-ANO.
           MOVE WS-PASSO-ANO     TO LC-ANO.
           MOVE WS-MODO-JULIANO  TO LC-MODO-JULIANO.
           MOVE WS-REGIAO        TO LC-REGIAO.
           MOVE ZEROS            TO LC-CUTOVER-TESTE.
           CALL "LEAPCHK" USING LEAPCHK-PARM.

           MOVE "G"            TO ALP-FUNCAO.
           MOVE WS-PASSO-ANO   TO ALP-ANO.
           MOVE LC-RESULTADO   TO ALP-RESULTADO.
           MOVE "ANOBFPER"     TO ALP-PROGRAMA.
           MOVE LC-REGIAO       TO ALP-REGIAO.
           MOVE LC-REGRA-USADA  TO ALP-REGRA.
           MOVE LC-MODO-JULIANO TO ALP-JULIANO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.
           ADD 1 TO WS-QTD-ANOS-AUDITADOS.
           MOVE WS-PASSO-ANO TO WS-ULTIMO-ANO-AUDITADO.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-IMPRIME-PERIODO - THE REPORT LINE FOR THE PERIOD JUST
      *     WRITTEN TO FPEROUT.
      ******************************************************************
       3300-IMPRIME-PERIODO.
           MOVE FPR-DATA-INICIAL TO WS-DATA-X.
           PERFORM 8500-EDITA-DATA THRU 8500-EXIT.
           MOVE WS-DATA-EDIT TO WS-INICIO-EDIT.
           MOVE FPR-DATA-FINAL TO WS-DATA-X.
           PERFORM 8500-EDITA-DATA THRU 8500-EXIT.
           MOVE WS-DATA-EDIT TO WS-FIM-EDIT.

           IF CALENDARIO-MENSAL
              MOVE "-" TO WS-SEMANAS-EDIT
           ELSE
              MOVE FPR-SEMANAS TO WS-SEMANAS-EDIT
           END-IF.

           MOVE SPACES TO WS-OBS-EDIT.
           IF FPR-CONTEM-29-FEV AND FPR-TEM-SEMANA-53
              MOVE "29/02 SEMANA 53" TO WS-OBS-EDIT
           ELSE
              IF FPR-CONTEM-29-FEV
                 MOVE "29/02" TO WS-OBS-EDIT
              END-IF
              IF FPR-TEM-SEMANA-53
                 MOVE "SEMANA 53" TO WS-OBS-EDIT
              END-IF
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING " " FPR-PERIODO "  " WS-INICIO-EDIT "  " WS-FIM-EDIT
               "   " FPR-DIAS-CORRIDOS "    " FPR-DIAS-UTEIS "    "
               WS-SEMANAS-EDIT "   " WS-OBS-EDIT
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZA - WRITES THE *TOTAIS* CONTROL LINES ON FPEROUT
      *     AND THE SUMMARY ON THE REPORT AND CONSOLE, CLOSES THE
      *     FILES AND THE AUDIT SESSION.
      ******************************************************************
       7000-FINALIZA.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           STRING "*TOTAIS* ANOS=" WS-QTD-ANOS-FISCAIS
               " PERIODOS=" WS-QTD-PERIODOS
               DELIMITED BY SIZE INTO WS-LINHA-TOTAIS.
           WRITE FPER-TOTAIS-REC FROM WS-LINHA-TOTAIS.
           MOVE SPACES TO WS-LINHA-TOTAIS.
           STRING "*TOTAIS* COM-29-FEV=" WS-QTD-29-FEV
               " SEMANA-53=" WS-QTD-SEMANA-53
               DELIMITED BY SIZE INTO WS-LINHA-TOTAIS.
           WRITE FPER-TOTAIS-REC FROM WS-LINHA-TOTAIS.
           CLOSE FPER-OUT.

           MOVE SPACES TO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE "RESUMO" TO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ANOS FISCAIS GERADOS.........: " WS-QTD-ANOS-FISCAIS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PERIODOS GRAVADOS............: " WS-QTD-PERIODOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PERIODOS COM 29/02...........: " WS-QTD-29-FEV
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "ANOS COM SEMANA 53...........: " WS-QTD-SEMANA-53
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE FPER-RPT-REC FROM WS-LINHA.
           CLOSE FPER-RPT.

           DISPLAY "ANOBFPER - ANOS FISCAIS " WS-QTD-ANOS-FISCAIS
               " PERIODOS " WS-QTD-PERIODOS
               " SEMANA 53 " WS-QTD-SEMANA-53.

           MOVE "F" TO ALP-FUNCAO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.

           PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-AVANCA-DIA - STEPS THE RUNNING DATE ONE DAY FORWARD.
      ******************************************************************
       8100-AVANCA-DIA.
           PERFORM 8300-DIAS-DO-MES THRU 8300-EXIT.
           ADD 1 TO WS-PASSO-DIA.
           IF WS-PASSO-DIA > WS-DIAS-MES-PASSO
              MOVE 01 TO WS-PASSO-DIA
              ADD 1 TO WS-PASSO-MES
              IF WS-PASSO-MES > 12
                 MOVE 01 TO WS-PASSO-MES
                 ADD 1 TO WS-PASSO-ANO
              END-IF
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-RECUA-DIA - STEPS THE RUNNING DATE ONE DAY BACK.
      ******************************************************************
       8200-RECUA-DIA.
           IF WS-PASSO-DIA > 01
              SUBTRACT 1 FROM WS-PASSO-DIA
              GO TO 8200-EXIT
           END-IF.
           IF WS-PASSO-MES > 01
              SUBTRACT 1 FROM WS-PASSO-MES
           ELSE
              MOVE 12 TO WS-PASSO-MES
              SUBTRACT 1 FROM WS-PASSO-ANO
           END-IF.
           PERFORM 8300-DIAS-DO-MES THRU 8300-EXIT.
           MOVE WS-DIAS-MES-PASSO TO WS-PASSO-DIA.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 8300-DIAS-DO-MES - LENGTH OF THE RUNNING DATE'S MONTH, WITH
      *     FEBRUARY PER LEAPCHK.  THE VERDICT IS KEPT FOR THE LAST
      *     YEAR ASKED, SINCE THE WALK ASKS ABOUT THE SAME YEAR FOR
      *     EVERY DAY OF FEBRUARY.
      ******************************************************************
       8300-DIAS-DO-MES.
           MOVE WS-DIAS-DO-MES (WS-PASSO-MES) TO WS-DIAS-MES-PASSO.
           IF WS-PASSO-MES NOT = 02
              GO TO 8300-EXIT
           END-IF.

           IF WS-PASSO-ANO NOT = WS-ANO-CACHE
              MOVE WS-PASSO-ANO    TO LC-ANO
              MOVE WS-MODO-JULIANO TO LC-MODO-JULIANO
              MOVE WS-REGIAO       TO LC-REGIAO
              MOVE ZEROS           TO LC-CUTOVER-TESTE
              CALL "LEAPCHK" USING LEAPCHK-PARM
              MOVE LC-RESULTADO    TO WS-BISSEXTO-CACHE
              MOVE WS-PASSO-ANO    TO WS-ANO-CACHE
           END-IF.
           IF WS-BISSEXTO-CACHE = "S"
              MOVE 29 TO WS-DIAS-MES-PASSO
           END-IF.
       8300-EXIT.
           EXIT.

      ******************************************************************
      * 8500-EDITA-DATA - AAAAMMDD IN WS-DATA-X TO DD/MM/AAAA.
      ******************************************************************
       8500-EDITA-DATA.
           MOVE SPACES TO WS-DATA-EDIT.
           STRING WS-DATA-X (7:2) "/" WS-DATA-X (5:2) "/"
               WS-DATA-X (1:4) DELIMITED BY SIZE INTO WS-DATA-EDIT.
       8500-EXIT.
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
           MOVE "ANOBFPER" TO RLK-PROGRAMA.
           CALL "RUNLOCK" USING RUNLOCK-PARM.

           IF RLK-OCUPADO
              DISPLAY "ANOBFPER - " RLK-RECURSO " TRAVADO POR "
                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "ANOBFPER - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE "ANOBFPER" TO RLK-PROGRAMA.
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
           MOVE WS-QTD-ANOS-FISCAIS TO RHL-QTD-LIDOS.
           MOVE WS-QTD-PERIODOS     TO RHL-QTD-GRAVADOS.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "ANOBFPER" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM ANOBFPER.
