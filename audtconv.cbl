      *                AUDITRPT CAN STILL PARSE THEM (POINT THE OLD
      *                ARCHIVE AT AUDCONVIN, MOVE AUDCONVOUT BACK
      *                OVER IT).
      *            R = REBUILDS THE LIVE INDEXED AUDITLOG IN THE
      *                66-BYTE CHAINED LAYOUT FROM THE 39-BYTE KEYED
      *                TRAIL IN USE BEFORE THE CHAIN, RENAMED TO
      *                AUDITOLD FOR THE CHANGEOVER.  KEYS ARE KEPT AS
      *                THEY ARE; THE ENTRIES COME ACROSS AS PRE-CHAIN
      *                ENTRIES AND AUDITLOG STARTS THE CHAIN WITH THE
      *                FIRST ENTRY WRITTEN AFTERWARDS.  SAME REFUSAL
      *                AND LOCK AS MODE I.
      *          ENDS WITH A BALANCING SUMMARY (READ = WRITTEN +
      *          REJECTED) AND A NONZERO RETURN CODE ON ANY FAILURE.
      * Tectonics: cobc
      *                     for an operator clear before the
      *                     corrected rerun; both now release the
      *                     lock first, as ANOBRECN's error stops do.
      *   15/10/2026  GB   The audit record grew to 66 bytes for the
      *                     chain (see AUDITREC).  Modes I and S write
      *                     it with the chain fields blank - entries
      *                     from before the chain.  Added mode R to
      *                     carry the 39-byte keyed trail (AUDITOLD)
      *                     over to the new layout.  The 39-byte flat
      *                     archives need no conversion.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDTCONV.
           SELECT CONV-OUT ASSIGN TO "AUDCONVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TRILHA-ANTERIOR ASSIGN TO "AUDITOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CHAVE
               ALTERNATE RECORD KEY IS ANT-PROGRAMA
                   WITH DUPLICATES
               FILE STATUS IS WS-ANT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONV-CTL.
       FD  AUDIT-FILE.
           COPY AUDITREC.
       FD  CONV-OUT.
       01  CONV-OUT-REC            PIC X(66).
       FD  TRILHA-ANTERIOR.
       01  TRILHA-ANTERIOR-REC.
           05  ANT-CHAVE           PIC X(26).
           05  ANT-RESULTADO       PIC X(01).
           05  ANT-PROGRAMA        PIC X(12).

       WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-IN-STATUS        PIC X(02) VALUE "00".
           01  WS-IDX-STATUS       PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-ANT-STATUS       PIC X(02) VALUE "00".
           01  WS-EOF              PIC X(01) VALUE "N".
           01  WS-MODO             PIC X(01) VALUE SPACE.
               88  MODO-INDEXADO         VALUE "I" "R".
               88  MODO-SEQUENCIAL       VALUE "S".
               88  MODO-RECARGA          VALUE "R".
           01  WS-GRAVADO          PIC X(01) VALUE "N".
               88  ENTRADA-GRAVADA       VALUE "S".
           01  WS-FALHA            PIC X(01) VALUE "N".
              IF CTL-MODO = "S" OR CTL-MODO = "s"
                 MOVE "S" TO WS-MODO
              ELSE
                 IF CTL-MODO = "R" OR CTL-MODO = "r"
                    MOVE "R" TO WS-MODO
                 ELSE
                    DISPLAY "AUDTCONV - CONVCTL COM MODO INVALIDO "
                        "(USE I, S OU R)"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

           CLOSE CONV-CTL.

           IF MODO-RECARGA
              OPEN INPUT TRILHA-ANTERIOR
              IF WS-ANT-STATUS NOT = "00"
                 DISPLAY "AUDTCONV - AUDITOLD NAO ENCONTRADO OU "
                     "INVALIDO"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              OPEN INPUT CONV-IN
              IF WS-IN-STATUS NOT = "00"
                 DISPLAY "AUDTCONV - AUDCONVIN NAO ENCONTRADO OU "
                     "INVALIDO"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           IF MODO-INDEXADO
      *     ARE COUNTED AND REPORTED, NEVER DROPPED IN SILENCE.
      ******************************************************************
       2000-CONVERTE-REGISTRO.
           IF MODO-RECARGA
              PERFORM 2100-CONVERTE-ANTERIOR THRU 2100-EXIT
              GO TO 2000-EXIT
           END-IF.

           READ CONV-IN
               AT END MOVE "S" TO WS-EOF
           END-READ.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CONVERTE-ANTERIOR - MODE R: READS ONE ENTRY OF THE
      *     39-BYTE KEYED TRAIL, IN KEY ORDER, AND WRITES IT TO THE
      *     NEW TRAIL UNDER THE SAME KEY.  THE GROUP MOVE LEAVES THE
      *     CHAIN FIELDS BLANK - A PRE-CHAIN ENTRY.
      ******************************************************************
       2100-CONVERTE-ANTERIOR.
           READ TRILHA-ANTERIOR
               AT END MOVE "S" TO WS-EOF
           END-READ.

           IF WS-EOF NOT = "S"
              ADD 1 TO WS-QTD-LIDAS
              MOVE TRILHA-ANTERIOR-REC TO AUDIT-REC
              PERFORM 3200-GRAVA-INDEXADO THRU 3200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MONTA-E-GRAVA - BUILDS THE NEW-LAYOUT RECORD AND WRITES
      *     IT TO THE INDEXED TRAIL (MODE I, WITH THE SAME AUD-SEQ
              GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-GRAVA-INDEXADO THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-GRAVA-INDEXADO - WRITES THE RECORD IN AUDIT-REC TO THE
      *     INDEXED TRAIL THROUGH THE RETRY LOOP AND COUNTS IT.
      ******************************************************************
       3200-GRAVA-INDEXADO.
           MOVE "N" TO WS-GRAVADO WS-FALHA.
           PERFORM 3100-TENTA-GRAVAR THRU 3100-EXIT
               UNTIL ENTRADA-GRAVADA OR GRAVACAO-FALHOU
                  OR AUD-SEQ > 999998.
           IF ENTRADA-GRAVADA
              ADD 1 TO WS-QTD-GRAVADAS
           ELSE
              ADD 1 TO WS-QTD-REJEITADAS
              DISPLAY "AUDTCONV - FALHA AO GRAVAR ENTRADA, STATUS "
                  WS-IDX-STATUS
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZA - CLOSES THE FILES AND PROVES THE BALANCE:
      *     RECORDS READ = RECORDS WRITTEN + RECORDS REJECTED.  ANY
      *     BEFORE THE OLD FILE IS RETIRED.
      ******************************************************************
       8000-FINALIZA.
           IF MODO-RECARGA
              CLOSE TRILHA-ANTERIOR
           ELSE
              CLOSE CONV-IN
           END-IF.
           IF MODO-INDEXADO
              CLOSE AUDIT-FILE
           ELSE
