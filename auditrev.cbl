      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: RETROACTIVE RE-VERIFICATION OF RECORDED LEAP-YEAR
      *          VERDICTS - READS THE LIVE AUDITLOG AND EVERY ARCHIVE
      *          CATALOGED IN ARCVCAT FOR THE AUD-DATA RANGE ON THE
      *          AUDRVCTL CARD, RE-RUNS EACH ENTRY THROUGH TODAY'S
      *          LEAPCHK UNDER THE REGION AND JULIAN SWITCH IT WAS
      *          GIVEN UNDER, AND LISTS ON AUDRVOUT, BY PROGRAM AND
      *          DATE, EVERY VERDICT THAT WOULD COME OUT DIFFERENT
      *          TODAY - SO THE OUTPUTS BUILT ON IT CAN BE FOUND AND
      *          REISSUED.  CALRIMP ANSWERS THE SAME QUESTION FOR A
      *          SYNTHETIC YEAR SPAN BEFORE A CALRULES CHANGE; THIS
      *          ANSWERS IT FOR THE VERDICTS ACTUALLY GIVEN OUT.
      *          ENTRIES RECORDED WITHOUT THEIR REGION AND RULE
      *          (WRITTEN BEFORE THE TRAIL CARRIED THEM) ARE LISTED
      *          IN A SEPARATE SECTION AS NOT VERIFIABLE - NEVER
      *          ASSUMED TO HAVE USED THE DEFAULT RULES.  A VERDICT
      *          GIVEN FOR A REGION CALRULES NO LONGER HOLDS IS
      *          LISTED AS CHANGED.  LIKE CALRIMP, ITS RE-RUN
      *          VERDICTS ARE NOT AUDITED.  RETURN CODE 0 = NOTHING
      *          WOULD CHANGE, 4 = VERDICTS WOULD CHANGE, 8 = A
      *          CATALOGED ARCHIVE COULD NOT BE READ (THE ANSWER IS
      *          INCOMPLETE), 16 = THE SWEEP COULD NOT RUN.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDITREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDRV-CTL ASSIGN TO "AUDRVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUD-CHAVE
               ALTERNATE RECORD KEY IS AUD-PROGRAMA
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CATALOGO ASSIGN TO "ARCVCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ARQUIVO-MORTO ASSIGN TO DYNAMIC WS-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MORTO-STATUS.
           SELECT AUDRV-OUT ASSIGN TO "AUDRVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SORT-TRABALHO ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDRV-CTL.
       01  AUDRV-CTL-REC.
           05  CTL-DATA-INICIAL    PIC X(08).
           05  CTL-DATA-FINAL      PIC X(08).
           05  FILLER              PIC X(64).
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  CATALOGO.
           COPY ARCVREC.
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC       PIC X(66).
       FD  AUDRV-OUT.
       01  AUDRV-OUT-REC           PIC X(80).
       SD  SORT-TRABALHO.
       01  SRV-REG.
           05  SRV-TIPO            PIC X(01).
               88  SRV-MUDARIA           VALUE "1".
               88  SRV-SEM-CONTEXTO      VALUE "2".
           05  SRV-PROGRAMA        PIC X(12).
           05  SRV-DATA            PIC X(08).
           05  SRV-HORA            PIC X(08).
           05  SRV-ANO             PIC X(04).
           05  SRV-REGIAO          PIC X(03).
           05  SRV-RES-DADO        PIC X(01).
           05  SRV-REGRA-DADA      PIC X(01).
           05  SRV-RES-HOJE        PIC X(01).
           05  SRV-REGRA-HOJE      PIC X(01).
           05  SRV-ORIGEM          PIC X(17).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-AUDIT-STATUS     PIC X(02) VALUE "00".
           01  WS-CAT-STATUS       PIC X(02) VALUE "00".
           01  WS-MORTO-STATUS     PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-NOME-MORTO       PIC X(20) VALUE SPACES.
           01  WS-ORIGEM           PIC X(17) VALUE "AUDITLOG".
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-EOF-CAT          PIC X(01) VALUE "N".
           01  WS-EOF-MORTO        PIC X(01) VALUE "N".
           01  WS-EOF-SORT         PIC X(01) VALUE "N".
           01  WS-SEL-DATA-INI     PIC 9(08) VALUE ZEROS.
           01  WS-SEL-DATA-FIM     PIC 9(08) VALUE ZEROS.
      *    SECTION AND PROGRAM BREAKS ON THE SORTED OUTPUT.
           01  WS-TIPO-ATUAL       PIC X(01) VALUE SPACE.
           01  WS-PROG-ATUAL       PIC X(12) VALUE SPACES.
           01  WS-QTD-PROG         PIC 9(08) VALUE ZEROS.
           01  WS-SECAO-1-ABERTA   PIC X(01) VALUE "N".
               88  SECAO-1-ABERTA        VALUE "S".
           01  WS-SECAO-2-ABERTA   PIC X(01) VALUE "N".
               88  SECAO-2-ABERTA        VALUE "S".
           01  WS-QTD-LIDOS        PIC 9(08) VALUE ZEROS.
           01  WS-QTD-NA-FAIXA     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-REVERIFICADOS PIC 9(08) VALUE ZEROS.
           01  WS-QTD-CONFIRMADOS  PIC 9(08) VALUE ZEROS.
           01  WS-QTD-MUDARIAM     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-REGIAO-EXTINTA PIC 9(08) VALUE ZEROS.
           01  WS-QTD-SO-REGRA     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-SEM-CONTEXTO PIC 9(08) VALUE ZEROS.
           01  WS-QTD-MORTOS-LIDOS PIC 9(04) VALUE ZEROS.
           01  WS-QTD-MORTOS-FALHA PIC 9(04) VALUE ZEROS.
           01  WS-DATA-X           PIC X(08).
           01  WS-HORA-X           PIC X(08).
           01  WS-DATA-EDIT        PIC X(10).
           01  WS-HORA-EDIT        PIC X(08).
           01  WS-DADO-EDIT        PIC X(03).
           01  WS-HOJE-EDIT        PIC X(03).
           01  WS-LINHA            PIC X(80).
           COPY LEAPPARM.
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           SORT SORT-TRABALHO
               ON ASCENDING KEY SRV-TIPO SRV-PROGRAMA SRV-DATA
                                SRV-HORA SRV-ANO
               INPUT PROCEDURE IS 2000-SELECIONA-ENTRADAS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-IMPRIME-LISTAS THRU 4000-EXIT.
           PERFORM 6000-IMPRIME-SUMARIO THRU 6000-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - READS AND VALIDATES THE DATE-RANGE CARD
      *     (AUD-DATA FROM/TO, AAAAMMDD), TAKES THE AUDITLOG LOCK,
      *     OPENS THE LIVE TRAIL AND THE REPORT AND WRITES THE
      *     HEADING.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "AUDITREV" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           OPEN INPUT AUDRV-CTL.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "AUDITREV - AUDRVCTL NAO ENCONTRADO OU INVALIDO"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ AUDRV-CTL
               AT END
                  DISPLAY "AUDITREV - AUDRVCTL VAZIO"
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE AUDRV-CTL-REC TO RHL-CARTAO.
           CLOSE AUDRV-CTL.

           IF CTL-DATA-INICIAL IS NOT NUMERIC
                 OR CTL-DATA-FINAL IS NOT NUMERIC
              DISPLAY "AUDITREV - AUDRVCTL CONTEM DATA INVALIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE CTL-DATA-INICIAL TO WS-SEL-DATA-INI.
           MOVE CTL-DATA-FINAL   TO WS-SEL-DATA-FIM.
           IF WS-SEL-DATA-INI > WS-SEL-DATA-FIM
              DISPLAY "AUDITREV - AUDRVCTL COM DATA INICIAL APOS A "
                  "FINAL"
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "AUDITLOG" TO RLK-RECURSO.
           PERFORM 9500-OBTEM-TRAVA THRU 9500-EXIT.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDITREV - AUDITLOG NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           OPEN OUTPUT AUDRV-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "AUDITREV - FALHA AO CRIAR AUDRVOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "AUDITREV - REVERIFICACAO DOS VEREDITOS REGISTRADOS"
               TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "GRAVADOS DE " WS-SEL-DATA-INI " A " WS-SEL-DATA-FIM
               " - REGRAS ATUAIS DO CALRULES"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECIONA-ENTRADAS - SORT INPUT: THE LIVE TRAIL, THEN
      *     THE CATALOGED ARCHIVES WHOSE DATE RANGE OVERLAPS THE CARD.
      ******************************************************************
       2000-SELECIONA-ENTRADAS.
           MOVE "AUDITLOG" TO WS-ORIGEM.
           MOVE "N" TO WS-EOF.
           PERFORM 2100-LE-VIVO THRU 2100-EXIT
               UNTIL WS-EOF = "S".
           CLOSE AUDIT-FILE.

           PERFORM 2500-VARRE-ARQUIVOS-MORTOS THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LE-VIVO - READS ONE ENTRY OF THE LIVE TRAIL.  THE CHAIN
      *     CONTROL RECORD IS NOT AN ENTRY AND IS PASSED OVER.
      ******************************************************************
       2100-LE-VIVO.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE "S" TO WS-EOF
                  GO TO 2100-EXIT
           END-READ.

           IF NOT AUD-REG-CONTROLE
              PERFORM 3000-REVERIFICA-ENTRADA THRU 3000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VARRE-ARQUIVOS-MORTOS - WALKS THE ARCVCAT CATALOG AND
      *     READS EVERY ARCHIVE WHOSE AUD-DATA RANGE OVERLAPS THE
      *     CARD.  NO CATALOG MEANS NOTHING HAS BEEN ARCHIVED YET.
      ******************************************************************
       2500-VARRE-ARQUIVOS-MORTOS.
           OPEN INPUT CATALOGO.
           IF WS-CAT-STATUS = "35"
              DISPLAY "AUDITREV - SEM CATALOGO ARCVCAT - SOMENTE O "
                  "AUDITLOG VIVO FOI CONSULTADO"
              GO TO 2500-EXIT
           END-IF.
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "AUDITREV - ARCVCAT INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-CAT.
           PERFORM 2510-LE-CATALOGO THRU 2510-EXIT
               UNTIL WS-EOF-CAT = "S".
           CLOSE CATALOGO.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-LE-CATALOGO - READS ONE CATALOG ENTRY AND READS ITS
      *     ARCHIVE WHEN THE DATE RANGES OVERLAP.
      ******************************************************************
       2510-LE-CATALOGO.
           READ CATALOGO
               AT END
                  MOVE "S" TO WS-EOF-CAT
                  GO TO 2510-EXIT
           END-READ.

           IF CAT-DATA-MIN NOT > WS-SEL-DATA-FIM
                 AND CAT-DATA-MAX NOT < WS-SEL-DATA-INI
              PERFORM 2600-LE-UM-MORTO THRU 2600-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LE-UM-MORTO - READS ONE ARCHIVE.  ONE THAT CANNOT BE
      *     OPENED IS NAMED ON THE REPORT AND THE CONSOLE AND MAKES
      *     THE RUN END WITH CODE 8 - THE ANSWER HAS A HOLE IN IT.
      ******************************************************************
       2600-LE-UM-MORTO.
           MOVE CAT-ARQUIVO TO WS-NOME-MORTO WS-ORIGEM.
           OPEN INPUT ARQUIVO-MORTO.
           IF WS-MORTO-STATUS NOT = "00"
              ADD 1 TO WS-QTD-MORTOS-FALHA
              DISPLAY "AUDITREV - ARQUIVO MORTO " WS-NOME-MORTO
                  " CATALOGADO MAS INACESSIVEL"
              MOVE SPACES TO WS-LINHA
              STRING "*ATENCAO* ARQUIVO MORTO " WS-NOME-MORTO
                  " INACESSIVEL - RESPOSTA INCOMPLETA"
                  DELIMITED BY SIZE INTO WS-LINHA
              WRITE AUDRV-OUT-REC FROM WS-LINHA
              GO TO 2600-EXIT
           END-IF.

           ADD 1 TO WS-QTD-MORTOS-LIDOS.
           MOVE "N" TO WS-EOF-MORTO.
           PERFORM 2610-LE-MORTO THRU 2610-EXIT
               UNTIL WS-EOF-MORTO = "S".
           CLOSE ARQUIVO-MORTO.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2610-LE-MORTO - READS ONE ARCHIVED ENTRY.
      ******************************************************************
       2610-LE-MORTO.
           READ ARQUIVO-MORTO
               AT END
                  MOVE "S" TO WS-EOF-MORTO
                  GO TO 2610-EXIT
           END-READ.

           MOVE ARQUIVO-MORTO-REC TO AUDIT-REC.
           PERFORM 3000-REVERIFICA-ENTRADA THRU 3000-EXIT.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 3000-REVERIFICA-ENTRADA - ONE ENTRY INSIDE THE DATE RANGE IS
      *     RE-RUN THROUGH LEAPCHK UNDER ITS RECORDED REGION AND
      *     JULIAN SWITCH (AN ENTRY WITHOUT THE SWITCH TAKES IT FROM
      *     THE RULE IT RECORDS: JULIAN MEANS THE SWITCH WAS ON).
      *     AN ENTRY WITHOUT ITS RULE HAS NO CONTEXT TO RE-RUN AND
      *     GOES TO THE NOT-VERIFIABLE LIST.  A VERDICT THAT WOULD
      *     CHANGE, OR WHOSE REGION IS GONE FROM CALRULES, GOES TO
      *     THE CHANGED LIST; A RULE THAT CHANGED WITHOUT CHANGING
      *     THE VERDICT IS ONLY COUNTED.
      ******************************************************************
       3000-REVERIFICA-ENTRADA.
           ADD 1 TO WS-QTD-LIDOS.
           IF AUD-DATA IS NOT NUMERIC
              GO TO 3000-EXIT
           END-IF.
           IF AUD-DATA < WS-SEL-DATA-INI OR AUD-DATA > WS-SEL-DATA-FIM
              GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-QTD-NA-FAIXA.

           MOVE SPACES          TO SRV-REG.
           MOVE AUD-PROGRAMA    TO SRV-PROGRAMA.
           MOVE AUD-DATA        TO SRV-DATA.
           MOVE AUD-HORA        TO SRV-HORA.
           MOVE AUD-ANO         TO SRV-ANO.
           MOVE AUD-RESULTADO   TO SRV-RES-DADO.
           MOVE WS-ORIGEM       TO SRV-ORIGEM.

           IF (NOT AUD-REGRA-JULIANA AND NOT AUD-REGRA-GREGORIANA)
                 OR AUD-ANO IS NOT NUMERIC
              ADD 1 TO WS-QTD-SEM-CONTEXTO
              MOVE "2" TO SRV-TIPO
              RELEASE SRV-REG
              GO TO 3000-EXIT
           END-IF.

           MOVE AUD-REGIAO      TO SRV-REGIAO.
           MOVE AUD-REGRA       TO SRV-REGRA-DADA.

           MOVE AUD-ANO         TO LC-ANO.
           MOVE AUD-REGIAO      TO LC-REGIAO.
           IF AUD-JULIANO = "S" OR AUD-JULIANO = "N"
              MOVE AUD-JULIANO TO LC-MODO-JULIANO
           ELSE
              IF AUD-REGRA-JULIANA
                 MOVE "S" TO LC-MODO-JULIANO
              ELSE
                 MOVE "N" TO LC-MODO-JULIANO
              END-IF
           END-IF.
           MOVE ZEROS           TO LC-CUTOVER-TESTE.
           CALL "LEAPCHK" USING LEAPCHK-PARM.
           ADD 1 TO WS-QTD-REVERIFICADOS.

           IF LC-REGIAO-ERRADA
              ADD 1 TO WS-QTD-MUDARIAM WS-QTD-REGIAO-EXTINTA
              MOVE "1" TO SRV-TIPO
              MOVE "*" TO SRV-RES-HOJE SRV-REGRA-HOJE
              RELEASE SRV-REG
              GO TO 3000-EXIT
           END-IF.

           IF LC-RESULTADO NOT = AUD-RESULTADO
              ADD 1 TO WS-QTD-MUDARIAM
              MOVE "1" TO SRV-TIPO
              MOVE LC-RESULTADO   TO SRV-RES-HOJE
              MOVE LC-REGRA-USADA TO SRV-REGRA-HOJE
              RELEASE SRV-REG
              GO TO 3000-EXIT
           END-IF.

           IF LC-REGRA-USADA NOT = AUD-REGRA
              ADD 1 TO WS-QTD-SO-REGRA
           ELSE
              ADD 1 TO WS-QTD-CONFIRMADOS
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-IMPRIME-LISTAS - SORT OUTPUT: THE CHANGED VERDICTS, THEN
      *     THE NOT-VERIFIABLE ENTRIES, EACH BY PROGRAM AND DATE WITH
      *     A COUNT PER PROGRAM.  BOTH SECTIONS ALWAYS PRINT, WITH A
      *     "NONE" LINE WHEN EMPTY.
      ******************************************************************
       4000-IMPRIME-LISTAS.
           MOVE "N" TO WS-EOF-SORT.
           PERFORM 4100-RETORNA-ENTRADA THRU 4100-EXIT
               UNTIL WS-EOF-SORT = "S".

           PERFORM 4400-FECHA-PROGRAMA THRU 4400-EXIT.
           IF NOT SECAO-1-ABERTA
              PERFORM 4200-ABRE-SECAO-1 THRU 4200-EXIT
              MOVE "   NENHUM VEREDITO MUDARIA - REGRAS ATUAIS"
                  TO WS-LINHA
              WRITE AUDRV-OUT-REC FROM WS-LINHA
           END-IF.
           IF NOT SECAO-2-ABERTA
              PERFORM 4300-ABRE-SECAO-2 THRU 4300-EXIT
              MOVE "   NENHUMA ENTRADA SEM REGIAO E REGRA NA FAIXA"
                  TO WS-LINHA
              WRITE AUDRV-OUT-REC FROM WS-LINHA
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-RETORNA-ENTRADA - TAKES THE NEXT LISTED ENTRY FROM THE
      *     SORT, HANDLING THE SECTION AND PROGRAM BREAKS.
      ******************************************************************
       4100-RETORNA-ENTRADA.
           RETURN SORT-TRABALHO
               AT END
                  MOVE "S" TO WS-EOF-SORT
                  GO TO 4100-EXIT
           END-RETURN.

           IF SRV-TIPO NOT = WS-TIPO-ATUAL
              PERFORM 4400-FECHA-PROGRAMA THRU 4400-EXIT
              IF SRV-MUDARIA
                 PERFORM 4200-ABRE-SECAO-1 THRU 4200-EXIT
              ELSE
                 IF NOT SECAO-1-ABERTA
                    PERFORM 4200-ABRE-SECAO-1 THRU 4200-EXIT
                    MOVE "   NENHUM VEREDITO MUDARIA - REGRAS ATUAIS"
                       TO WS-LINHA
                    WRITE AUDRV-OUT-REC FROM WS-LINHA
                 END-IF
                 PERFORM 4300-ABRE-SECAO-2 THRU 4300-EXIT
              END-IF
              MOVE SRV-TIPO TO WS-TIPO-ATUAL
           END-IF.

           IF SRV-PROGRAMA NOT = WS-PROG-ATUAL
              PERFORM 4400-FECHA-PROGRAMA THRU 4400-EXIT
              MOVE SRV-PROGRAMA TO WS-PROG-ATUAL
           END-IF.

           PERFORM 4500-IMPRIME-DETALHE THRU 4500-EXIT.
           ADD 1 TO WS-QTD-PROG.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ABRE-SECAO-1 - HEADING OF THE CHANGED-VERDICTS LIST.
      ******************************************************************
       4200-ABRE-SECAO-1.
           MOVE "S" TO WS-SECAO-1-ABERTA.
           MOVE SPACES TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           MOVE "VEREDITOS QUE MUDARIAM HOJE (VEREDITO/REGRA)"
               TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           MOVE "(HOJE *** = REGIAO NAO CONSTA MAIS DO CALRULES)"
               TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           PERFORM 4600-IMPRIME-COLUNAS THRU 4600-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 4300-ABRE-SECAO-2 - HEADING OF THE NOT-VERIFIABLE LIST.
      ******************************************************************
       4300-ABRE-SECAO-2.
           MOVE "S" TO WS-SECAO-2-ABERTA.
           MOVE SPACES TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           MOVE "ENTRADAS SEM REGIAO E REGRA - NAO VERIFICAVEIS"
               TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           PERFORM 4600-IMPRIME-COLUNAS THRU 4600-EXIT.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-FECHA-PROGRAMA - WRITES THE COUNT LINE OF THE PROGRAM
      *     GROUP JUST FINISHED, IF ANY.
      ******************************************************************
       4400-FECHA-PROGRAMA.
           IF WS-QTD-PROG = ZEROS
              GO TO 4400-EXIT
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "   TOTAL " WS-PROG-ATUAL ": " WS-QTD-PROG
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           MOVE ZEROS  TO WS-QTD-PROG.
           MOVE SPACES TO WS-PROG-ATUAL.
       4400-EXIT.
           EXIT.

      ******************************************************************
      * 4500-IMPRIME-DETALHE - ONE LISTED ENTRY, WITH THE DATE AND
      *     TIME MADE READABLE.  "***" TODAY MEANS THE REGION NO
      *     LONGER EXISTS IN CALRULES.
      ******************************************************************
       4500-IMPRIME-DETALHE.
           MOVE SRV-DATA TO WS-DATA-X.
           MOVE SPACES TO WS-DATA-EDIT.
           STRING WS-DATA-X (7:2) "/" WS-DATA-X (5:2) "/"
               WS-DATA-X (1:4) DELIMITED BY SIZE INTO WS-DATA-EDIT.
           MOVE SRV-HORA TO WS-HORA-X.
           MOVE SPACES TO WS-HORA-EDIT.
           STRING WS-HORA-X (1:2) ":" WS-HORA-X (3:2) ":"
               WS-HORA-X (5:2) DELIMITED BY SIZE INTO WS-HORA-EDIT.

           MOVE SPACES TO WS-DADO-EDIT WS-HOJE-EDIT.
           STRING SRV-RES-DADO "/" SRV-REGRA-DADA
               DELIMITED BY SIZE INTO WS-DADO-EDIT.
           IF SRV-SEM-CONTEXTO
              MOVE "---" TO WS-HOJE-EDIT
           ELSE
              IF SRV-RES-HOJE = "*"
                 MOVE "***" TO WS-HOJE-EDIT
              ELSE
                 STRING SRV-RES-HOJE "/" SRV-REGRA-HOJE
                     DELIMITED BY SIZE INTO WS-HOJE-EDIT
              END-IF
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING SRV-PROGRAMA " " WS-DATA-EDIT " " WS-HORA-EDIT " "
               SRV-ANO " " SRV-REGIAO " " WS-DADO-EDIT "  "
               WS-HOJE-EDIT "  " SRV-ORIGEM
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 4600-IMPRIME-COLUNAS - COLUMN HEADINGS OF A LIST.
      ******************************************************************
       4600-IMPRIME-COLUNAS.
           MOVE SPACES TO WS-LINHA.
           STRING "PROGRAMA     DATA       HORA     ANO  REG DADO "
               "HOJE ORIGEM" DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIME-SUMARIO - WRITES THE CONTROL TOTALS AND THE
      *     VERDICT LINE, WHICH ALSO GOES TO THE CONSOLE.
      ******************************************************************
       6000-IMPRIME-SUMARIO.
           MOVE SPACES TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           MOVE "RESUMO" TO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ARQUIVOS MORTOS LIDOS........: " WS-QTD-MORTOS-LIDOS
               " (INACESSIVEIS " WS-QTD-MORTOS-FALHA ")"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ENTRADAS LIDAS...............: " WS-QTD-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ENTRADAS NA FAIXA DE DATAS...: " WS-QTD-NA-FAIXA
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "REVERIFICADAS................: "
               WS-QTD-REVERIFICADOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "VEREDITO CONFIRMADO..........: " WS-QTD-CONFIRMADOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "REGRA MUDOU, VEREDITO MANTIDO: " WS-QTD-SO-REGRA
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "VEREDITOS QUE MUDARIAM.......: " WS-QTD-MUDARIAM
               " (REGIAO EXTINTA " WS-QTD-REGIAO-EXTINTA ")"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "SEM CONTEXTO - NAO VERIFICAV.: " WS-QTD-SEM-CONTEXTO
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           IF WS-QTD-MUDARIAM = ZEROS
              STRING "NENHUM VEREDITO REGISTRADO MUDARIA COM AS "
                  "REGRAS ATUAIS" DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "HA VEREDITOS QUE MUDARIAM - REEMITIR AS SAIDAS "
                  "LISTADAS" DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           WRITE AUDRV-OUT-REC FROM WS-LINHA.
           DISPLAY "AUDITREV - " WS-LINHA.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZA - CLOSES THE REPORT, RELEASES THE LOCK AND SETS
      *     THE RETURN CODE: 4 WHEN VERDICTS WOULD CHANGE, 8 WHEN A
      *     CATALOGED ARCHIVE COULD NOT BE READ.
      ******************************************************************
       7000-FINALIZA.
           CLOSE AUDRV-OUT.
           PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT.
           IF WS-QTD-MUDARIAM > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-QTD-MORTOS-FALHA > ZEROS
              MOVE 8 TO RETURN-CODE
           END-IF.
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
           MOVE "AUDITREV" TO RLK-PROGRAMA.
           CALL "RUNLOCK" USING RUNLOCK-PARM.

           IF RLK-OCUPADO
              DISPLAY "AUDITREV - " RLK-RECURSO " TRAVADO POR "
                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "AUDITREV - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE "AUDITREV" TO RLK-PROGRAMA.
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
           MOVE WS-QTD-LIDOS         TO RHL-QTD-LIDOS.
           MOVE WS-QTD-REVERIFICADOS TO RHL-QTD-VALIDOS.
           MOVE WS-QTD-SEM-CONTEXTO  TO RHL-QTD-REJEITADOS.
           MOVE WS-QTD-MUDARIAM      TO RHL-QTD-EXCECOES.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "AUDITREV" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM AUDITREV.
