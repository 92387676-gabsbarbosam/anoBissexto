      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: CALLABLE RUN-HISTORY WRITER - APPENDS ONE RECORD TO
      *          THE SHARED RUNHIST FILE AT THE END OF EVERY BATCH
      *          RUN (PROGRAM, START AND END TIMESTAMPS, RETURN CODE,
      *          CONTROL TOTALS AND THE CONTROL-CARD IMAGE THE RUN
      *          USED), AND ONE LOCK RECORD EACH TIME A RUN TAKES A
      *          RUNLOCK LOCK, SO "WHEN DID THIS LAST RUN CLEAN, WITH
      *          WHAT PARAMETERS, AND WHICH RUN DIED HOLDING A LOCK"
      *          IS ANSWERED FROM A FILE INSTEAD OF FROM OLD CONSOLE
      *          LOGS.  FUNCTION "I" ONLY STAMPS THE START TIME - NO
      *          I/O - SO A RUN THAT NEVER GETS PAST ITS FIRST
      *          PARAGRAPH LEAVES NOTHING BEHIND.  A HISTORY FILE
      *          THAT CANNOT BE WRITTEN IS WARNED ON THE CONSOLE AND
      *          NEVER STOPS THE CALLER: LOSING A HISTORY LINE MUST
      *          NOT FAIL THE JOB IT DESCRIBES.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original subprogram.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. RUNHLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           COPY HISTREC.
       WORKING-STORAGE SECTION.
           01  WS-HIST-STATUS      PIC X(02) VALUE "00".
      *    THE RUN STARTED BY THE LAST "I" CALL IN THIS RUN UNIT - A
      *    LOCK RECORD CARRIES IT SO THE REPORT CAN PAIR THE LOCK
      *    WITH THE RUN'S END RECORD.
           01  WS-RUN-PROGRAMA     PIC X(12) VALUE SPACES.
           01  WS-RUN-DATA-INICIO  PIC 9(08) VALUE ZEROS.
           01  WS-RUN-HORA-INICIO  PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
           COPY HISTPARM.
       PROCEDURE DIVISION USING RUNHLOG-PARM.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           IF RHL-INICIO
              PERFORM 1000-INICIA-EXECUCAO THRU 1000-EXIT
           ELSE
              IF RHL-FIM
                 PERFORM 2000-GRAVA-FIM THRU 2000-EXIT
              ELSE
                 IF RHL-TRAVA
                    PERFORM 3000-GRAVA-TRAVA THRU 3000-EXIT
                 ELSE
                    MOVE "30" TO RHL-STATUS
                 END-IF
              END-IF
           END-IF.

           GOBACK.

      ******************************************************************
      * 1000-INICIA-EXECUCAO - STAMPS THE RUN'S START TIME, CLEARS
      *     THE TOTALS AND CARD IMAGE, AND REMEMBERS THE RUN FOR THE
      *     LOCK RECORDS THAT MAY FOLLOW.  NOTHING IS WRITTEN.
      ******************************************************************
       1000-INICIA-EXECUCAO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RHL-DATA-INICIO.
           MOVE FUNCTION CURRENT-DATE (9:8) TO RHL-HORA-INICIO.
           MOVE ZEROS  TO RHL-RETORNO RHL-TOTAIS.
           MOVE SPACES TO RHL-RECURSO RHL-CARTAO.

           MOVE RHL-PROGRAMA    TO WS-RUN-PROGRAMA.
           MOVE RHL-DATA-INICIO TO WS-RUN-DATA-INICIO.
           MOVE RHL-HORA-INICIO TO WS-RUN-HORA-INICIO.
           MOVE "00" TO RHL-STATUS.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GRAVA-FIM - WRITES THE RUN'S END RECORD FROM THE
      *     CALLER'S PARAMETER AREA, STAMPED WITH THE CURRENT TIME.
      ******************************************************************
       2000-GRAVA-FIM.
           MOVE SPACES           TO HIST-REC.
           MOVE "F"              TO HST-TIPO.
           MOVE RHL-PROGRAMA     TO HST-PROGRAMA.
           MOVE RHL-DATA-INICIO  TO HST-DATA-INICIO.
           MOVE RHL-HORA-INICIO  TO HST-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HST-DATA-FIM.
           MOVE FUNCTION CURRENT-DATE (9:8) TO HST-HORA-FIM.
           MOVE RHL-RETORNO      TO HST-RETORNO.
           MOVE RHL-QTD-LIDOS      TO HST-QTD-LIDOS.
           MOVE RHL-QTD-VALIDOS    TO HST-QTD-VALIDOS.
           MOVE RHL-QTD-REJEITADOS TO HST-QTD-REJEITADOS.
           MOVE RHL-QTD-EXCECOES   TO HST-QTD-EXCECOES.
           MOVE RHL-QTD-ARQUIVADOS TO HST-QTD-ARQUIVADOS.
           MOVE RHL-QTD-RETIDOS    TO HST-QTD-RETIDOS.
           MOVE RHL-QTD-GRAVADOS   TO HST-QTD-GRAVADOS.
           MOVE RHL-RECURSO      TO HST-RECURSO.
           MOVE RHL-CARTAO       TO HST-CARTAO.

           PERFORM 4000-GRAVA-REGISTRO THRU 4000-EXIT.

           MOVE SPACES TO WS-RUN-PROGRAMA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GRAVA-TRAVA - WRITES A LOCK RECORD FOR THE RUN STARTED
      *     BY THE LAST "I" CALL.  A LOCK TAKEN BY A PROGRAM THAT
      *     KEEPS NO RUN HISTORY (THE ONLINE SCREEN, THE ONE-OFF
      *     UTILITIES) HAS NO RUN TO PAIR WITH AND IS NOT RECORDED -
      *     IT WOULD ONLY SHOW UP ON THE REPORT AS A FALSE ABEND.
      ******************************************************************
       3000-GRAVA-TRAVA.
           MOVE "00" TO RHL-STATUS.
           IF WS-RUN-PROGRAMA = SPACES
                 OR WS-RUN-PROGRAMA NOT = RHL-PROGRAMA
              GO TO 3000-EXIT
           END-IF.

           MOVE SPACES              TO HIST-REC.
           MOVE ZEROS               TO HST-RETORNO HST-TOTAIS.
           MOVE "T"                 TO HST-TIPO.
           MOVE WS-RUN-PROGRAMA     TO HST-PROGRAMA.
           MOVE WS-RUN-DATA-INICIO  TO HST-DATA-INICIO.
           MOVE WS-RUN-HORA-INICIO  TO HST-HORA-INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HST-DATA-FIM.
           MOVE FUNCTION CURRENT-DATE (9:8) TO HST-HORA-FIM.
           MOVE RHL-RECURSO         TO HST-RECURSO.

           PERFORM 4000-GRAVA-REGISTRO THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 4000-GRAVA-REGISTRO - APPENDS THE BUILT RECORD TO RUNHIST
      *     (CREATED ON FIRST USE) AND CLOSES IT AGAIN, SO A RUN THAT
      *     ABENDS LATER CANNOT LEAVE THE HISTORY FILE OPEN.
      ******************************************************************
       4000-GRAVA-REGISTRO.
           OPEN EXTEND HISTORICO.
           IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
              OPEN OUTPUT HISTORICO
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "RUNHLOG - FALHA AO ABRIR RUNHIST, STATUS "
                  WS-HIST-STATUS " - HISTORICO DE " HST-PROGRAMA
                  " NAO GRAVADO"
              MOVE "90" TO RHL-STATUS
              GO TO 4000-EXIT
           END-IF.

           WRITE HIST-REC.
           IF WS-HIST-STATUS = "00"
              MOVE "00" TO RHL-STATUS
           ELSE
              DISPLAY "RUNHLOG - FALHA AO GRAVAR RUNHIST, STATUS "
                  WS-HIST-STATUS " - HISTORICO DE " HST-PROGRAMA
                  " NAO GRAVADO"
              MOVE "90" TO RHL-STATUS
           END-IF.
           CLOSE HISTORICO.
       4000-EXIT.
           EXIT.

       END PROGRAM RUNHLOG.
