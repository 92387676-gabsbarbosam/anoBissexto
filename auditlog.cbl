      *                     22 bumps the tie-break, anything else
      *                     ends the loop and falls through to the
      *                     existing failure DISPLAY.
      *   15/10/2026  GB   Entries are now chained so the trail is
      *                     tamper-evident.  Each write reads the
      *                     control record (key all zeros, created on
      *                     first use) for the last date, sequence and
      *                     chain value written, numbers the entry
      *                     AUD-SEQ 1, 2, 3 ... within its AUD-DATA,
      *                     stamps AUD-FORMATO "E" and the chain value
      *                     AUDENCAD computes from the entry and the
      *                     previous value, and rewrites the control
      *                     record.  The control record is re-read on
      *                     every write so one-shot calls from the
      *                     online screen and batch sessions share one
      *                     chain.  A new file is now created with
      *                     OPEN OUTPUT / CLOSE and reopened I-O, since
      *                     the control record has to be read back.
      *                     AUDITVER verifies the chain.
      *   15/10/2026  GB   Records the verdict's context from the
      *                     new AUDITPARM fields - region, rule LEAPCHK
      *                     applied and Julian switch - in AUD-REGIAO,
      *                     AUD-REGRA and AUD-JULIANO.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDITLOG.
               88  ENTRADA-GRAVADA       VALUE "S".
           01  WS-FALHA            PIC X(01) VALUE "N".
               88  GRAVACAO-FALHOU       VALUE "S".
           01  WS-ULTIMA-DATA      PIC 9(08) VALUE ZEROS.
           01  WS-ULTIMA-SEQ       PIC 9(06) VALUE ZEROS.
           01  WS-ULTIMO-ENCAD     PIC 9(12) VALUE ZEROS.
           COPY ENCDPARM.
       LINKAGE SECTION.
           COPY AUDITPARM.
       PROCEDURE DIVISION USING AUDITLOG-PARM.
      ******************************************************************
       1000-ABRE-SESSAO.
           IF NOT SESSAO-ABERTA
              PERFORM 1100-ABRE-ARQUIVO THRU 1100-EXIT
              MOVE "S" TO WS-SESSAO-ABERTA
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-ABRE-ARQUIVO - OPENS THE TRAIL I-O.  ON FIRST USE THE
      *     FILE IS CREATED EMPTY AND REOPENED I-O, SO THE CONTROL
      *     RECORD CAN BE READ BACK BEFORE EVERY WRITE.
      ******************************************************************
       1100-ABRE-ARQUIVO.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN I-O AUDIT-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GRAVA-ENTRADA - WRITES ONE AUDIT ENTRY.  INSIDE A
      *     SESSION ("G", OR ANY CALL WHILE A SESSION IS OPEN) THE
           IF SESSAO-ABERTA
              PERFORM 2100-MONTA-E-GRAVA THRU 2100-EXIT
           ELSE
              PERFORM 1100-ABRE-ARQUIVO THRU 1100-EXIT
              PERFORM 2100-MONTA-E-GRAVA THRU 2100-EXIT
              CLOSE AUDIT-FILE
           END-IF.
           EXIT.

      ******************************************************************
      * 2100-MONTA-E-GRAVA - BUILDS AND WRITES THE AUDIT RECORD AS THE
      *     NEXT LINK OF THE CHAIN.  AUD-SEQ CONTINUES FROM THE
      *     CONTROL RECORD WITHIN THE SAME DAY AND RESTARTS AT 1 ON A
      *     NEW DAY.  SHOULD THE KEY ALREADY EXIST THE SEQUENCE IS
      *     BUMPED AND THE CHAIN VALUE RECOMPUTED BEFORE THE RETRY.
      ******************************************************************
       2100-MONTA-E-GRAVA.
           MOVE "N" TO WS-GRAVADO WS-FALHA.
           PERFORM 2200-LE-CONTROLE THRU 2200-EXIT.
           IF GRAVACAO-FALHOU
              DISPLAY "AUDITLOG - CONTROLE DO ENCADEAMENTO ILEGIVEL, "
                  "STATUS " WS-AUDIT-STATUS
              GO TO 2100-EXIT
           END-IF.

           MOVE SPACES          TO AUDIT-REC.
           MOVE ALP-ANO         TO AUD-ANO.
           MOVE ALP-RESULTADO   TO AUD-RESULTADO.
           MOVE ALP-PROGRAMA    TO AUD-PROGRAMA.
           MOVE ALP-REGIAO      TO AUD-REGIAO.
           MOVE ALP-REGRA       TO AUD-REGRA.
           MOVE ALP-JULIANO     TO AUD-JULIANO.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO AUD-DATA.
           MOVE FUNCTION CURRENT-DATE (9:8)  TO AUD-HORA.
           MOVE "E"             TO AUD-FORMATO.
           IF AUD-DATA = WS-ULTIMA-DATA
              COMPUTE AUD-SEQ = WS-ULTIMA-SEQ + 1
           ELSE
              MOVE 1 TO AUD-SEQ
           END-IF.

           PERFORM 2110-TENTA-GRAVAR THRU 2110-EXIT
               UNTIL ENTRADA-GRAVADA OR GRAVACAO-FALHOU
                  OR AUD-SEQ > 999998.
           IF NOT ENTRADA-GRAVADA
              DISPLAY "AUDITLOG - FALHA AO GRAVAR ENTRADA, STATUS "
                  WS-AUDIT-STATUS
              GO TO 2100-EXIT
           END-IF.

           PERFORM 2300-ATUALIZA-CONTROLE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-TENTA-GRAVAR - ONE WRITE ATTEMPT.  ONLY A DUPLICATE KEY
      *     (STATUS 22) BUMPS THE SEQUENCE FOR ANOTHER TRY; ANY
      *     OTHER FAILURE (BOUNDARY, DISK FULL) CANNOT BE RETRIED
      *     AWAY AND ENDS THE LOOP SO THE CALLER IS NOT LEFT
      *     SPINNING INSIDE THE SHARED WRITER.  THE CHAIN VALUE IS
      *     COMPUTED PER ATTEMPT BECAUSE IT COVERS AUD-SEQ.
      ******************************************************************
       2110-TENTA-GRAVAR.
           MOVE WS-ULTIMO-ENCAD       TO ENC-ANTERIOR.
           MOVE AUDIT-REC (1:54)      TO ENC-CONTEUDO.
           CALL "AUDENCAD" USING AUDENCAD-PARM.
           MOVE ENC-RESULTADO         TO AUD-ENCADEAMENTO.

           WRITE AUDIT-REC
               INVALID KEY
                  CONTINUE
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LE-CONTROLE - READS THE CONTROL RECORD FOR THE LAST LINK
      *     OF THE CHAIN.  A TRAIL WITHOUT ONE (NEW, OR CONVERTED
      *     FROM BEFORE THE CHAIN) STARTS THE CHAIN FROM ZEROS AND
      *     GETS ITS CONTROL RECORD NOW.
      ******************************************************************
       2200-LE-CONTROLE.
           MOVE ZEROS TO AUD-CHAVE.
           READ AUDIT-FILE
               KEY IS AUD-CHAVE
               INVALID KEY
                  CONTINUE
           END-READ.

           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "02"
              MOVE ACR-ULTIMA-DATA  TO WS-ULTIMA-DATA
              MOVE ACR-ULTIMA-SEQ   TO WS-ULTIMA-SEQ
              MOVE ACR-ULTIMO-ENCAD TO WS-ULTIMO-ENCAD
              GO TO 2200-EXIT
           END-IF.

           IF WS-AUDIT-STATUS NOT = "23"
              MOVE "S" TO WS-FALHA
              GO TO 2200-EXIT
           END-IF.

           MOVE ZEROS TO WS-ULTIMA-DATA WS-ULTIMA-SEQ WS-ULTIMO-ENCAD.
           PERFORM 2400-MONTA-CONTROLE THRU 2400-EXIT.
           WRITE AUDIT-CTL-REC
               INVALID KEY
                  CONTINUE
           END-WRITE.
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "02"
              MOVE "S" TO WS-FALHA
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ATUALIZA-CONTROLE - ADVANCES THE CONTROL RECORD TO THE
      *     ENTRY JUST WRITTEN.
      ******************************************************************
       2300-ATUALIZA-CONTROLE.
           MOVE AUD-DATA         TO WS-ULTIMA-DATA.
           MOVE AUD-SEQ          TO WS-ULTIMA-SEQ.
           MOVE AUD-ENCADEAMENTO TO WS-ULTIMO-ENCAD.
           PERFORM 2400-MONTA-CONTROLE THRU 2400-EXIT.
           REWRITE AUDIT-CTL-REC
               INVALID KEY
                  CONTINUE
           END-REWRITE.
           IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "02"
              DISPLAY "AUDITLOG - FALHA AO ATUALIZAR O CONTROLE DO "
                  "ENCADEAMENTO, STATUS " WS-AUDIT-STATUS
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-MONTA-CONTROLE - BUILDS THE CONTROL RECORD IMAGE FROM
      *     THE LAST LINK HELD IN WORKING-STORAGE.
      ******************************************************************
       2400-MONTA-CONTROLE.
           MOVE SPACES           TO AUDIT-CTL-REC.
           MOVE ZEROS            TO ACR-CHAVE.
           MOVE "*CONTROLE*"     TO ACR-PROGRAMA.
           MOVE "C"              TO ACR-FORMATO.
           MOVE WS-ULTIMA-DATA   TO ACR-ULTIMA-DATA.
           MOVE WS-ULTIMA-SEQ    TO ACR-ULTIMA-SEQ.
           MOVE WS-ULTIMO-ENCAD  TO ACR-ULTIMO-ENCAD.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 3000-FECHA-SESSAO - CLOSES THE SESSION OPENED BY "A".  A
      *     CLOSE WITH NO SESSION OPEN IS HARMLESS.
