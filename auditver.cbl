      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: AUDIT-TRAIL INTEGRITY CHECK - WALKS EVERY ARCHIVE
      *          CATALOGED IN ARCVCAT AND THE LIVE AUDITLOG AS ONE
      *          TRAIL, IN WRITE ORDER (AUD-DATA + AUD-SEQ), AND
      *          RECOMPUTES EACH ENTRY'S CHAIN VALUE THROUGH AUDENCAD
      *          FROM ITS OWN CONTENT AND THE ENTRY BEFORE IT.  LISTS
      *          ON AUDVOUT EXACTLY WHERE THE TRAIL BREAKS:
      *            - AN ENTRY WHOSE CHAIN VALUE DOES NOT CONFER
      *              (ALTERED, OR THE END OF THE DAY BEFORE REMOVED);
      *            - A REPEATED DATE + SEQUENCE (INSERTED OR COPIED);
      *            - A GAP IN AUD-SEQ (ENTRIES DELETED);
      *            - AN ARCHIVE BOUNDARY IN ARCVCAT THAT IS MISSING
      *              OR DOES NOT CONFER, OR AN ENTRY SITTING IN A
      *              FILE OTHER THAN THE ONE ITS POSITION BELONGS TO;
      *            - A TRAIL WHOSE LAST ENTRY IS NOT THE ONE THE
      *              CONTROL RECORD POINTS AT (TAIL DELETED OR
      *              ENTRIES ADDED BEHIND AUDITLOG'S BACK);
      *            - A CATALOGED ARCHIVE THAT CANNOT BE READ.
      *          ENTRIES WRITTEN BEFORE THE CHAIN EXISTED CARRY NO
      *          CHAIN VALUE AND ARE COUNTED AS NOT VERIFIABLE.
      *          RETURN CODE 0 = TRAIL INTACT, 8 = EXCEPTIONS
      *          LISTED, 16 = THE CHECK COULD NOT RUN.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDITVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AUDV-OUT ASSIGN TO "AUDVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SORT-TRABALHO ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  CATALOGO.
           COPY ARCVREC.
       FD  ARQUIVO-MORTO.
       01  ARQUIVO-MORTO-REC       PIC X(66).
       FD  AUDV-OUT.
       01  AUDV-OUT-REC            PIC X(80).
       SD  SORT-TRABALHO.
       01  SRT-REG.
           05  SRT-DATA            PIC 9(08).
           05  SRT-SEQ             PIC 9(06).
           05  SRT-ORIGEM          PIC 9(04).
           05  SRT-AUDIT           PIC X(66).

       WORKING-STORAGE SECTION.
           01  WS-AUDIT-STATUS     PIC X(02) VALUE "00".
           01  WS-CAT-STATUS       PIC X(02) VALUE "00".
           01  WS-MORTO-STATUS     PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-NOME-MORTO       PIC X(20) VALUE SPACES.
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-EOF-CAT          PIC X(01) VALUE "N".
           01  WS-EOF-MORTO        PIC X(01) VALUE "N".
           01  WS-EOF-SORT         PIC X(01) VALUE "N".
      *    THE ARCVCAT CATALOG IN FILE ORDER - OLDEST ARCHIVE FIRST -
      *    WITH EACH ARCHIVE'S CHAIN BOUNDARY.  ONE SPARE ENTRY PAST
      *    THE LIMIT KEEPS THE BOUNDARY SCAN INSIDE THE TABLE.
           01  WS-QTD-ARQUIVOS     PIC 9(04) VALUE ZEROS.
           01  WS-MAX-ARQUIVOS     PIC 9(04) VALUE 500.
           01  WS-TAB-ARQUIVOS.
               05  WS-ARQ-ENTRADA OCCURS 501 TIMES.
                   10  WS-ARQ-NOME         PIC X(20).
                   10  WS-ARQ-FRONT        PIC X(01).
                       88  ARQ-COM-FRONTEIRA     VALUE "S".
                   10  WS-ARQ-ACESSO       PIC X(01).
                       88  ARQ-INACESSIVEL       VALUE "N".
                   10  WS-ARQ-FRONT-CHAVE.
                       15  WS-ARQ-FRONT-DATA   PIC 9(08).
                       15  WS-ARQ-FRONT-SEQ    PIC 9(06).
                   10  WS-ARQ-FRONT-ENCAD  PIC 9(12).
           01  WS-IDX              PIC 9(04) VALUE ZEROS.
           01  WS-IDX-FRONT        PIC 9(04) VALUE ZEROS.
           01  WS-ORIGEM-ATUAL     PIC 9(04) VALUE ZEROS.
           01  WS-ORIGEM-ESPERADA  PIC 9(04) VALUE ZEROS.
           01  WS-ORIGEM-NOME      PIC 9(04) VALUE ZEROS.
      *    THE ENTRY BEING WALKED AND THE LAST ENTRY WALKED BEFORE IT.
           01  WS-REG-CHAVE.
               05  WS-REG-DATA     PIC 9(08) VALUE ZEROS.
               05  WS-REG-SEQ      PIC 9(06) VALUE ZEROS.
           01  WS-ANT-CHAVE.
               05  WS-ANT-DATA     PIC 9(08) VALUE ZEROS.
               05  WS-ANT-SEQ      PIC 9(06) VALUE ZEROS.
           01  WS-ANT-ENCAD        PIC 9(12) VALUE ZEROS.
           01  WS-TEM-ANTERIOR     PIC X(01) VALUE "N".
               88  TEM-ANTERIOR          VALUE "S".
           01  WS-SEQ-ESPERADA     PIC 9(06) VALUE ZEROS.
           01  WS-QTD-AUSENTES     PIC 9(06) VALUE ZEROS.
      *    THE CONTROL RECORD FOUND AT THE HEAD OF THE LIVE TRAIL.
           01  WS-CONTROLE-ACHADO  PIC X(01) VALUE "N".
               88  CONTROLE-ACHADO       VALUE "S".
           01  WS-CTL-CHAVE.
               05  WS-CTL-DATA     PIC 9(08) VALUE ZEROS.
               05  WS-CTL-SEQ      PIC 9(06) VALUE ZEROS.
           01  WS-CTL-ENCAD        PIC 9(12) VALUE ZEROS.
           01  WS-QTD-MORTOS-LIDOS PIC 9(04) VALUE ZEROS.
           01  WS-QTD-LIDOS        PIC 9(08) VALUE ZEROS.
           01  WS-QTD-ENCADEADOS   PIC 9(08) VALUE ZEROS.
           01  WS-QTD-CONFEREM     PIC 9(08) VALUE ZEROS.
           01  WS-QTD-ANTERIORES   PIC 9(08) VALUE ZEROS.
           01  WS-QTD-EXCECOES     PIC 9(08) VALUE ZEROS.
           01  WS-LINHA            PIC X(80).
           01  WS-LINHA-EXC.
               05  EXC-ORIGEM      PIC X(17).
               05  FILLER          PIC X(01) VALUE SPACE.
               05  EXC-DATA        PIC X(08).
               05  FILLER          PIC X(01) VALUE SPACE.
               05  EXC-SEQ         PIC X(06).
               05  FILLER          PIC X(01) VALUE SPACE.
               05  EXC-TEXTO       PIC X(46).
           COPY ENCDPARM.
           COPY LOCKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           SORT SORT-TRABALHO
               ON ASCENDING KEY SRT-DATA SRT-SEQ SRT-ORIGEM
               INPUT PROCEDURE IS 2000-CARREGA-TRILHA THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PERCORRE-CADEIA THRU 3000-EXIT.
           PERFORM 4000-CONFERE-FIM THRU 4000-EXIT.
           PERFORM 5000-IMPRIME-SUMARIO THRU 5000-EXIT.
           PERFORM 7000-FINALIZA THRU 7000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - TAKES THE AUDITLOG LOCK SO NO BATCH JOB OR
      *     AUDITARC SWAP CHANGES THE TRAIL UNDER THE CHECK, OPENS
      *     THE REPORT, LOADS THE CATALOG AND OPENS THE LIVE TRAIL.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "AUDITVER" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           MOVE "AUDITLOG" TO RLK-RECURSO.
           PERFORM 9500-OBTEM-TRAVA THRU 9500-EXIT.

           OPEN OUTPUT AUDV-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "AUDITVER - FALHA AO CRIAR AUDVOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "AUDITVER - VERIFICACAO DE INTEGRIDADE DA TRILHA "
               "DE AUDITORIA" DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.
           MOVE "ORIGEM            DATA     SEQ    OCORRENCIA"
               TO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           PERFORM 1100-CARREGA-CATALOGO THRU 1100-EXIT.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDITVER - AUDITLOG NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGA-CATALOGO - LOADS ARCVCAT IN FILE ORDER.  NO
      *     CATALOG MEANS NOTHING HAS BEEN ARCHIVED YET AND ONLY THE
      *     LIVE TRAIL IS CHECKED - SAID ON THE CONSOLE.
      ******************************************************************
       1100-CARREGA-CATALOGO.
           OPEN INPUT CATALOGO.
           IF WS-CAT-STATUS = "35"
              DISPLAY "AUDITVER - SEM CATALOGO ARCVCAT - SOMENTE O "
                  "AUDITLOG VIVO SERA VERIFICADO"
              GO TO 1100-EXIT
           END-IF.
           IF WS-CAT-STATUS NOT = "00"
              DISPLAY "AUDITVER - ARCVCAT INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-CAT.
           PERFORM 1110-LE-CATALOGO THRU 1110-EXIT
               UNTIL WS-EOF-CAT = "S".
           CLOSE CATALOGO.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LE-CATALOGO - READS ONE CATALOG ENTRY INTO THE TABLE.
      *     A LINE WRITTEN BEFORE THE CHAIN HAS NO BOUNDARY, AND
      *     NEITHER HAS AN ARCHIVE HOLDING ONLY PRE-CHAIN ENTRIES.
      ******************************************************************
       1110-LE-CATALOGO.
           READ CATALOGO
               AT END
                  MOVE "S" TO WS-EOF-CAT
                  GO TO 1110-EXIT
           END-READ.

           IF WS-QTD-ARQUIVOS NOT < WS-MAX-ARQUIVOS
              DISPLAY "AUDITVER - ARCVCAT EXCEDE " WS-MAX-ARQUIVOS
                  " ARQUIVOS MORTOS"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE CAT-ARQUIVO TO WS-ARQ-NOME (WS-QTD-ARQUIVOS).
           MOVE "S"         TO WS-ARQ-ACESSO (WS-QTD-ARQUIVOS).
           MOVE "N"         TO WS-ARQ-FRONT (WS-QTD-ARQUIVOS).
           MOVE ZEROS       TO WS-ARQ-FRONT-CHAVE (WS-QTD-ARQUIVOS)
                               WS-ARQ-FRONT-ENCAD (WS-QTD-ARQUIVOS).
           IF CAT-FRONT-DATA IS NUMERIC AND CAT-FRONT-SEQ IS NUMERIC
                 AND CAT-FRONT-ENCAD IS NUMERIC
                 AND CAT-FRONT-DATA > ZEROS
              MOVE "S"             TO WS-ARQ-FRONT (WS-QTD-ARQUIVOS)
              MOVE CAT-FRONT-DATA  TO
                   WS-ARQ-FRONT-DATA (WS-QTD-ARQUIVOS)
              MOVE CAT-FRONT-SEQ   TO
                   WS-ARQ-FRONT-SEQ (WS-QTD-ARQUIVOS)
              MOVE CAT-FRONT-ENCAD TO
                   WS-ARQ-FRONT-ENCAD (WS-QTD-ARQUIVOS)
           END-IF.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CARREGA-TRILHA - SORT INPUT: EVERY CATALOGED ARCHIVE IN
      *     CATALOG ORDER, THEN THE LIVE TRAIL.  CHAINED ENTRIES GO TO
      *     THE SORT TAGGED WITH THE FILE THEY CAME FROM (0 = LIVE,
      *     N = CATALOG ENTRY N); PRE-CHAIN ENTRIES ARE ONLY COUNTED.
      ******************************************************************
       2000-CARREGA-TRILHA.
           PERFORM 2100-CARREGA-MORTO THRU 2100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ARQUIVOS.

           MOVE ZEROS TO WS-ORIGEM-ATUAL.
           MOVE "N" TO WS-EOF.
           PERFORM 2300-LE-VIVO THRU 2300-EXIT
               UNTIL WS-EOF = "S".
           CLOSE AUDIT-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CARREGA-MORTO - FEEDS ONE ARCHIVE TO THE SORT.  AN
      *     ARCHIVE THAT CANNOT BE OPENED IS AN EXCEPTION: ITS
      *     ENTRIES CANNOT BE VOUCHED FOR.
      ******************************************************************
       2100-CARREGA-MORTO.
           MOVE WS-IDX TO WS-ORIGEM-ATUAL.
           MOVE WS-ARQ-NOME (WS-IDX) TO WS-NOME-MORTO.
           OPEN INPUT ARQUIVO-MORTO.
           IF WS-MORTO-STATUS NOT = "00"
              MOVE "N" TO WS-ARQ-ACESSO (WS-IDX)
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ARQ-NOME (WS-IDX) TO EXC-ORIGEM
              MOVE "ARQUIVO CATALOGADO MAS INACESSIVEL" TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 2100-EXIT
           END-IF.

           ADD 1 TO WS-QTD-MORTOS-LIDOS.
           MOVE "N" TO WS-EOF-MORTO.
           PERFORM 2110-LE-MORTO THRU 2110-EXIT
               UNTIL WS-EOF-MORTO = "S".
           CLOSE ARQUIVO-MORTO.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-LE-MORTO - READS ONE ARCHIVED ENTRY.
      ******************************************************************
       2110-LE-MORTO.
           READ ARQUIVO-MORTO
               AT END
                  MOVE "S" TO WS-EOF-MORTO
                  GO TO 2110-EXIT
           END-READ.

           MOVE ARQUIVO-MORTO-REC TO AUDIT-REC.
           PERFORM 2500-LIBERA-REGISTRO THRU 2500-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LE-VIVO - READS ONE ENTRY OF THE LIVE TRAIL.  THE
      *     CONTROL RECORD IS KEPT ASIDE FOR THE END-OF-TRAIL CHECK.
      ******************************************************************
       2300-LE-VIVO.
           READ AUDIT-FILE NEXT RECORD
               AT END
                  MOVE "S" TO WS-EOF
                  GO TO 2300-EXIT
           END-READ.

           IF AUD-REG-CONTROLE AND NOT CONTROLE-ACHADO
              MOVE "S"              TO WS-CONTROLE-ACHADO
              MOVE ACR-ULTIMA-DATA  TO WS-CTL-DATA
              MOVE ACR-ULTIMA-SEQ   TO WS-CTL-SEQ
              MOVE ACR-ULTIMO-ENCAD TO WS-CTL-ENCAD
              GO TO 2300-EXIT
           END-IF.

           PERFORM 2500-LIBERA-REGISTRO THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LIBERA-REGISTRO - SENDS ONE CHAINED ENTRY TO THE SORT.
      *     AN ENTRY WITH AN UNKNOWN FORMAT BYTE OR A NON-NUMERIC
      *     DATE, SEQUENCE OR CHAIN VALUE HAS BEEN TAMPERED WITH AND
      *     IS REPORTED HERE - IT CANNOT TAKE ITS PLACE IN THE WALK.
      ******************************************************************
       2500-LIBERA-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.

           IF AUD-SEM-ENCADEAMENTO
              ADD 1 TO WS-QTD-ANTERIORES
              GO TO 2500-EXIT
           END-IF.

           IF NOT AUD-ENCADEADO
                 OR AUD-DATA IS NOT NUMERIC
                 OR AUD-SEQ IS NOT NUMERIC
                 OR AUD-ENCADEAMENTO IS NOT NUMERIC
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE AUDIT-REC (5:8)  TO EXC-DATA
              MOVE AUDIT-REC (21:6) TO EXC-SEQ
              MOVE "REGISTRO ILEGIVEL OU DE FORMATO DESCONHECIDO"
                  TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 2500-EXIT
           END-IF.

           ADD 1 TO WS-QTD-ENCADEADOS.
           MOVE AUD-DATA        TO SRT-DATA.
           MOVE AUD-SEQ         TO SRT-SEQ.
           MOVE WS-ORIGEM-ATUAL TO SRT-ORIGEM.
           MOVE AUDIT-REC       TO SRT-AUDIT.
           RELEASE SRT-REG.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PERCORRE-CADEIA - SORT OUTPUT: WALKS THE CHAINED ENTRIES
      *     IN WRITE ORDER, CHECKING THE CATALOG BOUNDARIES AND EACH
      *     LINK.
      ******************************************************************
       3000-PERCORRE-CADEIA.
           MOVE 1 TO WS-IDX-FRONT.
           PERFORM 3050-PROXIMA-FRONTEIRA THRU 3050-EXIT.

           MOVE "N" TO WS-EOF-SORT.
           PERFORM 3100-RETORNA-REGISTRO THRU 3100-EXIT
               UNTIL WS-EOF-SORT = "S".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3050-PROXIMA-FRONTEIRA - MOVES WS-IDX-FRONT FORWARD TO THE
      *     NEXT CATALOG ENTRY THAT CARRIES A BOUNDARY (IT STAYS PUT
      *     WHEN ALREADY ON ONE).
      ******************************************************************
       3050-PROXIMA-FRONTEIRA.
           PERFORM 3060-AVANCA-FRONTEIRA THRU 3060-EXIT
               UNTIL WS-IDX-FRONT > WS-QTD-ARQUIVOS
                  OR ARQ-COM-FRONTEIRA (WS-IDX-FRONT).
       3050-EXIT.
           EXIT.

      ******************************************************************
      * 3060-AVANCA-FRONTEIRA - ONE STEP OF THE BOUNDARY SCAN.
      ******************************************************************
       3060-AVANCA-FRONTEIRA.
           ADD 1 TO WS-IDX-FRONT.
       3060-EXIT.
           EXIT.

      ******************************************************************
      * 3100-RETORNA-REGISTRO - TAKES THE NEXT ENTRY FROM THE SORT.
      ******************************************************************
       3100-RETORNA-REGISTRO.
           RETURN SORT-TRABALHO
               AT END
                  MOVE "S" TO WS-EOF-SORT
                  GO TO 3100-EXIT
           END-RETURN.

           MOVE SRT-AUDIT  TO AUDIT-REC.
           MOVE SRT-ORIGEM TO WS-ORIGEM-ATUAL.
           MOVE AUD-DATA   TO WS-REG-DATA.
           MOVE AUD-SEQ    TO WS-REG-SEQ.

           PERFORM 3200-CONFERE-FRONTEIRA THRU 3200-EXIT.
           PERFORM 3300-CONFERE-ELO THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CONFERE-FRONTEIRA - EVERY BOUNDARY THE WALK HAS PASSED
      *     WITHOUT MEETING ITS ENTRY IS REPORTED.  THE NEXT BOUNDARY
      *     STILL AHEAD NAMES THE FILE THIS ENTRY BELONGS IN - THE
      *     ARCHIVE THAT BOUNDARY CLOSES, OR THE LIVE TRAIL WHEN NO
      *     BOUNDARY IS LEFT.  THE ENTRY ON A BOUNDARY MUST CARRY
      *     THE CHAIN VALUE THE CATALOG RECORDED FOR IT.
      ******************************************************************
       3200-CONFERE-FRONTEIRA.
           PERFORM 3210-FRONTEIRA-AUSENTE THRU 3210-EXIT
               UNTIL WS-IDX-FRONT > WS-QTD-ARQUIVOS
                  OR WS-ARQ-FRONT-CHAVE (WS-IDX-FRONT)
                        NOT < WS-REG-CHAVE.

           IF WS-IDX-FRONT > WS-QTD-ARQUIVOS
              MOVE ZEROS TO WS-ORIGEM-ESPERADA
           ELSE
              MOVE WS-IDX-FRONT TO WS-ORIGEM-ESPERADA
           END-IF.

           IF WS-ORIGEM-ATUAL NOT = WS-ORIGEM-ESPERADA
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ORIGEM-ESPERADA TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE SPACES TO WS-LINHA
              STRING "FORA DO LUGAR - PERTENCE A " EXC-ORIGEM
                  DELIMITED BY SIZE INTO WS-LINHA
              MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE WS-REG-DATA TO EXC-DATA
              MOVE WS-REG-SEQ  TO EXC-SEQ
              MOVE WS-LINHA    TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.

           IF WS-IDX-FRONT > WS-QTD-ARQUIVOS
              GO TO 3200-EXIT
           END-IF.
           IF WS-ARQ-FRONT-CHAVE (WS-IDX-FRONT) NOT = WS-REG-CHAVE
              GO TO 3200-EXIT
           END-IF.

           IF AUD-ENCADEAMENTO NOT = WS-ARQ-FRONT-ENCAD (WS-IDX-FRONT)
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE WS-REG-DATA TO EXC-DATA
              MOVE WS-REG-SEQ  TO EXC-SEQ
              MOVE "FRONTEIRA NAO CONFERE COM O ARCVCAT" TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.
           ADD 1 TO WS-IDX-FRONT.
           PERFORM 3050-PROXIMA-FRONTEIRA THRU 3050-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3210-FRONTEIRA-AUSENTE - A CATALOG BOUNDARY WHOSE ENTRY IS
      *     NOT IN THE TRAIL: THE LAST ENTRIES OF THAT ARCHIVE ARE
      *     GONE.  AN ARCHIVE ALREADY REPORTED INACCESSIBLE IS NOT
      *     REPORTED TWICE.
      ******************************************************************
       3210-FRONTEIRA-AUSENTE.
           IF NOT ARQ-INACESSIVEL (WS-IDX-FRONT)
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ARQ-NOME (WS-IDX-FRONT)      TO EXC-ORIGEM
              MOVE WS-ARQ-FRONT-DATA (WS-IDX-FRONT) TO EXC-DATA
              MOVE WS-ARQ-FRONT-SEQ (WS-IDX-FRONT)  TO EXC-SEQ
              MOVE "FRONTEIRA DO ARCVCAT AUSENTE - FIM EXCLUIDO"
                  TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.
           ADD 1 TO WS-IDX-FRONT.
           PERFORM 3050-PROXIMA-FRONTEIRA THRU 3050-EXIT.
       3210-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CONFERE-ELO - CHECKS ONE LINK.  THE SEQUENCE MUST BE THE
      *     NEXT ONE FOR THE DAY (1 ON A NEW DAY); A REPEAT IS AN
      *     INSERTED OR COPIED ENTRY AND A JUMP IS A GAP LEFT BY
      *     DELETED ENTRIES.  OTHERWISE THE CHAIN VALUE IS RECOMPUTED
      *     FROM THE ENTRY AND THE ONE BEFORE IT.  AFTER A BREAK THE
      *     WALK RESUMES FROM THE VALUE STORED ON THE ENTRY, SO ONE
      *     ALTERED ENTRY IS REPORTED ONCE, NOT FOR THE REST OF THE
      *     TRAIL.
      ******************************************************************
       3300-CONFERE-ELO.
           IF TEM-ANTERIOR AND WS-REG-CHAVE = WS-ANT-CHAVE
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE WS-REG-DATA TO EXC-DATA
              MOVE WS-REG-SEQ  TO EXC-SEQ
              MOVE "SEQUENCIA REPETIDA - INSERIDO OU DUPLICADO"
                  TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3300-EXIT
           END-IF.

           IF TEM-ANTERIOR AND WS-REG-DATA = WS-ANT-DATA
              COMPUTE WS-SEQ-ESPERADA = WS-ANT-SEQ + 1
           ELSE
              MOVE 1 TO WS-SEQ-ESPERADA
           END-IF.

           IF WS-REG-SEQ < WS-SEQ-ESPERADA
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE WS-REG-DATA TO EXC-DATA
              MOVE WS-REG-SEQ  TO EXC-SEQ
              MOVE "SEQUENCIA ZERO - REGISTRO INSERIDO" TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3300-EXIT
           END-IF.

           IF WS-REG-SEQ > WS-SEQ-ESPERADA
              COMPUTE WS-QTD-AUSENTES = WS-REG-SEQ - WS-SEQ-ESPERADA
              MOVE SPACES TO WS-LINHA-EXC
              MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME
              PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT
              MOVE WS-REG-DATA TO EXC-DATA
              MOVE WS-REG-SEQ  TO EXC-SEQ
              STRING "LACUNA - " WS-QTD-AUSENTES
                  " REGISTRO(S) EXCLUIDO(S) ANTES"
                  DELIMITED BY SIZE INTO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 3300-PROXIMO
           END-IF.

           IF TEM-ANTERIOR
              MOVE WS-ANT-ENCAD TO ENC-ANTERIOR
           ELSE
              MOVE ZEROS TO ENC-ANTERIOR
           END-IF.
           MOVE AUDIT-REC (1:54) TO ENC-CONTEUDO.
           CALL "AUDENCAD" USING AUDENCAD-PARM.

           IF ENC-RESULTADO = AUD-ENCADEAMENTO
              ADD 1 TO WS-QTD-CONFEREM
              GO TO 3300-PROXIMO
           END-IF.

           MOVE SPACES TO WS-LINHA-EXC.
           MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-NOME.
           PERFORM 5800-NOME-ORIGEM THRU 5800-EXIT.
           MOVE WS-REG-DATA TO EXC-DATA.
           MOVE WS-REG-SEQ  TO EXC-SEQ.
           IF NOT TEM-ANTERIOR
              MOVE "INICIO DA CADEIA NAO CONFERE - ALTERADO"
                  TO EXC-TEXTO
           ELSE
              IF WS-REG-SEQ = 1
                 MOVE "NAO CONFERE - ALTERADO OU FIM DE DIA EXCLUIDO"
                     TO EXC-TEXTO
              ELSE
                 MOVE "ENCADEAMENTO NAO CONFERE - REGISTRO ALTERADO"
                     TO EXC-TEXTO
              END-IF
           END-IF.
           PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT.

       3300-PROXIMO.
           MOVE WS-REG-CHAVE     TO WS-ANT-CHAVE.
           MOVE AUD-ENCADEAMENTO TO WS-ANT-ENCAD.
           MOVE "S"              TO WS-TEM-ANTERIOR.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFERE-FIM - AFTER THE WALK: BOUNDARIES NEVER REACHED
      *     ARE REPORTED, AND THE LAST ENTRY WALKED MUST BE THE ONE
      *     THE CONTROL RECORD POINTS AT, WITH THE SAME CHAIN VALUE.
      *     A CONTROL RECORD AHEAD OF THE WALK MEANS THE TAIL WAS
      *     DELETED; ONE BEHIND IT MEANS ENTRIES WERE ADDED WITHOUT
      *     GOING THROUGH AUDITLOG.
      ******************************************************************
       4000-CONFERE-FIM.
           PERFORM 3210-FRONTEIRA-AUSENTE THRU 3210-EXIT
               UNTIL WS-IDX-FRONT > WS-QTD-ARQUIVOS.

           MOVE SPACES TO WS-LINHA-EXC.
           MOVE "AUDITLOG" TO EXC-ORIGEM.

           IF NOT CONTROLE-ACHADO
              IF WS-QTD-ENCADEADOS > ZEROS
                 MOVE "REGISTRO DE CONTROLE AUSENTE" TO EXC-TEXTO
                 PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              END-IF
              GO TO 4000-EXIT
           END-IF.

           IF NOT TEM-ANTERIOR
              IF WS-CTL-SEQ > ZEROS
                 MOVE WS-CTL-DATA TO EXC-DATA
                 MOVE WS-CTL-SEQ  TO EXC-SEQ
                 MOVE "CONTROLE APONTA ENTRADA INEXISTENTE"
                     TO EXC-TEXTO
                 PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              END-IF
              GO TO 4000-EXIT
           END-IF.

           IF WS-CTL-CHAVE > WS-ANT-CHAVE
              MOVE WS-CTL-DATA TO EXC-DATA
              MOVE WS-CTL-SEQ  TO EXC-SEQ
              MOVE "ULTIMAS ENTRADAS EXCLUIDAS ATE ESTE PONTO"
                  TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 4000-EXIT
           END-IF.

           IF WS-CTL-CHAVE < WS-ANT-CHAVE
              MOVE WS-ANT-DATA TO EXC-DATA
              MOVE WS-ANT-SEQ  TO EXC-SEQ
              MOVE "ENTRADAS APOS O CONTROLE - INSERIDAS"
                  TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
              GO TO 4000-EXIT
           END-IF.

           IF WS-CTL-ENCAD NOT = WS-ANT-ENCAD
              MOVE WS-ANT-DATA TO EXC-DATA
              MOVE WS-ANT-SEQ  TO EXC-SEQ
              MOVE "ULTIMO ELO NAO CONFERE COM O CONTROLE"
                  TO EXC-TEXTO
              PERFORM 5900-GRAVA-EXCECAO THRU 5900-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIME-SUMARIO - WRITES THE CONTROL TOTALS AND THE
      *     VERDICT LINE, WHICH ALSO GOES TO THE CONSOLE.
      ******************************************************************
       5000-IMPRIME-SUMARIO.
           MOVE SPACES TO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ARQUIVOS MORTOS CATALOGADOS: " WS-QTD-ARQUIVOS
               " (LIDOS " WS-QTD-MORTOS-LIDOS ")"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ENTRADAS LIDAS.............: " WS-QTD-LIDOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ENTRADAS ENCADEADAS........: " WS-QTD-ENCADEADOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ELOS CONFERIDOS............: " WS-QTD-CONFEREM
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "ANTERIORES AO ENCADEAMENTO.: " WS-QTD-ANTERIORES
               " - NAO VERIFICAVEIS"
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           STRING "EXCECOES...................: " WS-QTD-EXCECOES
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE AUDV-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           IF WS-QTD-EXCECOES = ZEROS
              STRING "TRILHA INTEGRA - NENHUMA QUEBRA DE "
                  "ENCADEAMENTO OU LACUNA" DELIMITED BY SIZE
                  INTO WS-LINHA
           ELSE
              MOVE "TRILHA COM EXCECOES - VER AS OCORRENCIAS ACIMA"
                  TO WS-LINHA
           END-IF.
           WRITE AUDV-OUT-REC FROM WS-LINHA.
           DISPLAY "AUDITVER - " WS-LINHA.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5800-NOME-ORIGEM - PUTS THE NAME OF FILE WS-ORIGEM-NOME
      *     (0 = LIVE TRAIL, N = CATALOG ENTRY N) IN EXC-ORIGEM.
      ******************************************************************
       5800-NOME-ORIGEM.
           IF WS-ORIGEM-NOME = ZEROS
              MOVE "AUDITLOG" TO EXC-ORIGEM
           ELSE
              MOVE WS-ARQ-NOME (WS-ORIGEM-NOME) TO EXC-ORIGEM
           END-IF.
       5800-EXIT.
           EXIT.

      ******************************************************************
      * 5900-GRAVA-EXCECAO - WRITES THE EXCEPTION LINE BUILT IN
      *     WS-LINHA-EXC AND COUNTS IT.
      ******************************************************************
       5900-GRAVA-EXCECAO.
           WRITE AUDV-OUT-REC FROM WS-LINHA-EXC.
           ADD 1 TO WS-QTD-EXCECOES.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 7000-FINALIZA - CLOSES THE REPORT, RELEASES THE LOCK AND SETS
      *     RETURN CODE 8 WHEN ANY EXCEPTION WAS LISTED.
      ******************************************************************
       7000-FINALIZA.
           CLOSE AUDV-OUT.
           PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT.
           IF WS-QTD-EXCECOES > ZEROS
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
           MOVE "AUDITVER" TO RLK-PROGRAMA.
           CALL "RUNLOCK" USING RUNLOCK-PARM.

           IF RLK-OCUPADO
              DISPLAY "AUDITVER - " RLK-RECURSO " TRAVADO POR "
                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "AUDITVER - FALHA AO TRAVAR " RLK-RECURSO
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
           MOVE "AUDITVER" TO RLK-PROGRAMA.
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
           MOVE WS-QTD-LIDOS       TO RHL-QTD-LIDOS.
           MOVE WS-QTD-CONFEREM    TO RHL-QTD-VALIDOS.
           MOVE WS-QTD-EXCECOES    TO RHL-QTD-EXCECOES.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "AUDITVER" TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM AUDITVER.
