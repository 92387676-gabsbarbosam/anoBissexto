      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: NIGHTLY JOB-STREAM DRIVER - RUNS THE STEPS LISTED IN
      *          THE STRMDEF STREAM DEFINITION, IN ORDER, EACH AS ITS
      *          OWN PROCESS, AND DECIDES BEFORE EVERY STEP WHETHER
      *          IT MAY RUN:
      *            - THE RETURN CODE OF THE PREVIOUS STEP THAT RAN
      *              MUST NOT EXCEED THE STEP'S LIMIT;
      *            - A STEP MARKED FOR IT NEEDS A RECNSTAT WRITTEN
      *              DURING THIS STREAM WITH SITUATION "P" (THE
      *              ANOSOUT RELEASE GATE);
      *            - A MONTHLY-ONLY STEP RUNS ONLY ON THE FIRST
      *              BUSINESS DAY OF THE MONTH (PER WORKDAY) UNLESS
      *              THE STRMCTL CARD SAYS OTHERWISE;
      *            - THE RESOURCE THE STEP WORKS ON MUST NOT BE HELD
      *              IN RUNLOCK BY ANOTHER JOB, SO THE STREAM NEVER
      *              COLLIDES WITH A MANUAL RUN.
      *          THE DRIVER ITSELF HOLDS THE RUNLOCK LOCK "JOBSTRM",
      *          SO TWO STREAMS CANNOT RUN AT ONCE.  A STREAM
      *          CHECKPOINT (STRMCKPT) IS REWRITTEN AROUND EVERY
      *          STEP: WHEN THE STREAM STOPS, A RERUN RESUMES AT THE
      *          FAILED STEP - THE STEP WHOSE RESULT BROKE THE NEXT
      *          STEP'S CONDITION, OR THE STEP THAT COULD NOT START
      *          OR ABENDED - INSTEAD OF AT THE TOP.  THE STRMOUT
      *          REPORT GIVES EACH STEP'S OUTCOME AND, AFTER AN
      *          ABEND, THE LOCK THE DEAD STEP LEFT BEHIND, SO THE
      *          OPERATOR KNOWS WHAT TO CLEAR THROUGH LOCKOPER.
      *
      *          STRMDEF - ONE STEP PER RECORD, "*" IN COL 1 IS A
      *          COMMENT:
      *            COLS  1-2   STEP NUMBER (ASCENDING, 01-99)
      *            COLS  4-15  PROGRAM NAME
      *            COLS 17-18  HIGHEST RETURN CODE OF THE PREVIOUS
      *                        STEP THAT LETS THIS STEP RUN
      *            COL  20     "S" = NEEDS RECNSTAT SITUATION "P"
      *            COL  22     "S" = MONTHLY-ONLY STEP
      *            COLS 24-35  RUNLOCK RESOURCE THE STEP USES
      *            COLS 37-76  COMMAND LINE (BLANK = PROGRAM NAME)
      *
      *          STRMCTL (OPTIONAL) - COLS 1-8 REFERENCE DATE
      *          (BLANK = TODAY, OR THE INTERRUPTED STREAM'S DATE ON
      *          A RESTART), COL 9 MONTHLY STEPS "S" FORCE / "N"
      *          SKIP / BLANK BY CALENDAR, COLS 10-12 REGION FOR THE
      *          BUSINESS-DAY TEST, COLS 13-14 STEP TO START FROM
      *          (OVERRIDES THE CHECKPOINT; 01 = FROM THE TOP).
      *
      *          RETURN-CODE: THE HIGHEST STEP RETURN CODE WHEN THE
      *          STREAM COMPLETES; AT LEAST 8 WHEN IT STOPS ON A
      *          CONDITION OR A HELD LOCK; 16 AFTER AN ABENDED STEP
      *          OR A STEP THAT COULD NOT START, OR A DEFINITION/
      *          CHECKPOINT ERROR.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original program.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. JOBSTRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRM-DEF ASSIGN TO "STRMDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT STRM-CTL ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT STRM-CKPT ASSIGN TO "STRMCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT STRM-OUT ASSIGN TO "STRMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RECN-STAT ASSIGN TO "RECNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STRM-DEF.
       01  STRM-DEF-REC.
           05  DEF-PASSO           PIC X(02).
           05  FILLER              PIC X(01).
           05  DEF-PROGRAMA        PIC X(12).
           05  FILLER              PIC X(01).
           05  DEF-RC-LIMITE       PIC X(02).
           05  FILLER              PIC X(01).
           05  DEF-EXIGE-RECNSTAT  PIC X(01).
           05  FILLER              PIC X(01).
           05  DEF-MENSAL          PIC X(01).
           05  FILLER              PIC X(01).
           05  DEF-RECURSO         PIC X(12).
           05  FILLER              PIC X(01).
           05  DEF-COMANDO         PIC X(40).
           05  FILLER              PIC X(04).
       FD  STRM-CTL.
       01  STRM-CTL-REC.
           05  CTL-DATA-REFERENCIA PIC X(08).
           05  CTL-MENSAL          PIC X(01).
           05  CTL-REGIAO          PIC X(03).
           05  CTL-PASSO-INICIAL   PIC X(02).
           05  FILLER              PIC X(66).
       FD  STRM-CKPT.
       01  STRM-CKPT-REC.
           05  CKP-DATA-REFERENCIA PIC 9(08).
           05  CKP-DATA-INICIO     PIC 9(08).
           05  CKP-HORA-INICIO     PIC 9(08).
           05  CKP-PASSO-REINICIO  PIC 9(02).
           05  CKP-QTD-PASSOS      PIC 9(02).
           05  CKP-PASSOS OCCURS 20 TIMES.
               10  CKP-PASSO       PIC 9(02).
               10  CKP-SITUACAO    PIC X(01).
               10  CKP-RETORNO     PIC 9(04).
       FD  STRM-OUT.
       01  STRM-OUT-REC            PIC X(80).
       FD  RECN-STAT.
       01  RECN-STAT-REC.
           05  RST-DATA            PIC 9(08).
           05  RST-HORA            PIC 9(06).
           05  RST-SITUACAO        PIC X(01).
           05  RST-RETORNO         PIC 9(02).
           05  FILLER              PIC X(53).

       WORKING-STORAGE SECTION.
           01  WS-DEF-STATUS       PIC X(02) VALUE "00".
           01  WS-CTL-STATUS       PIC X(02) VALUE "00".
           01  WS-CKPT-STATUS      PIC X(02) VALUE "00".
           01  WS-OUT-STATUS       PIC X(02) VALUE "00".
           01  WS-STAT-STATUS      PIC X(02) VALUE "00".
           01  WS-EOF-DEF          PIC X(01) VALUE "N".
      *    THE STREAM'S STEPS, LOADED FROM STRMDEF, WITH THE OUTCOME
      *    OF EACH FILLED IN AS THE STREAM RUNS.  SITUATIONS:
      *        E = EXECUTED             M = MONTHLY, NOT DUE
      *        R = DONE BY THE INTERRUPTED RUN BEING RESUMED
      *        P = SKIPPED BY THE STRMCTL START STEP
      *        C = CONDITION NOT MET    T = RESOURCE LOCKED
      *        A = ABENDED              F = COMMAND DID NOT START
      *        N = NOT REACHED
           01  WS-QTD-PASSOS       PIC 9(02) VALUE ZEROS.
           01  WS-TAB-PASSOS.
               05  WS-PSS-ENTRADA OCCURS 20 TIMES.
                   10  WS-PSS-NUMERO       PIC 9(02).
                   10  WS-PSS-PROGRAMA     PIC X(12).
                   10  WS-PSS-RC-LIMITE    PIC 9(04).
                   10  WS-PSS-EXIGE-RECNSTAT PIC X(01).
                   10  WS-PSS-MENSAL       PIC X(01).
                   10  WS-PSS-RECURSO      PIC X(12).
                   10  WS-PSS-COMANDO      PIC X(40).
                   10  WS-PSS-SITUACAO     PIC X(01).
                   10  WS-PSS-RETORNO      PIC 9(04).
                   10  WS-PSS-HORA-INICIO  PIC X(08).
                   10  WS-PSS-HORA-FIM     PIC X(08).
                   10  WS-PSS-OBS          PIC X(60).
           01  WS-IDX              PIC 9(02) VALUE ZEROS.
           01  WS-IDX-ANTERIOR     PIC 9(02) VALUE ZEROS.
           01  WS-IDX-CKP          PIC 9(02) VALUE ZEROS.
           01  WS-IDX-INICIAL      PIC 9(02) VALUE 1.
           01  WS-IDX-REINICIO     PIC 9(02) VALUE ZEROS.
           01  WS-PASSO-INICIAL    PIC 9(02) VALUE ZEROS.
           01  WS-PASSO-ANTERIOR   PIC 9(02) VALUE ZEROS.
           01  WS-RC-ANTERIOR      PIC 9(04) VALUE ZEROS.
           01  WS-RC-MAIOR         PIC 9(04) VALUE ZEROS.
           01  WS-RC-CADEIA        PIC 9(04) VALUE ZEROS.
           01  WS-DEF-INVALIDA     PIC X(01) VALUE "N".
               88  DEFINICAO-INVALIDA    VALUE "S".
           01  WS-CADEIA-PARADA    PIC X(01) VALUE "N".
               88  CADEIA-PARADA         VALUE "S".
           01  WS-REINICIANDO      PIC X(01) VALUE "N".
               88  REINICIANDO           VALUE "S".
           01  WS-MENSAL-DEVIDO    PIC X(01) VALUE "N".
               88  MENSAL-DEVIDO         VALUE "S".
           01  WS-MODO-MENSAL      PIC X(01) VALUE SPACE.
           01  WS-REGIAO           PIC X(03) VALUE SPACES.
           01  WS-DATA-REFERENCIA  PIC 9(08) VALUE ZEROS.
           01  WS-DATA-INICIO      PIC 9(08) VALUE ZEROS.
           01  WS-HORA-INICIO      PIC 9(08) VALUE ZEROS.
           01  WS-CARIMBO-INICIO   PIC 9(14) VALUE ZEROS.
           01  WS-CARIMBO-RECNSTAT PIC 9(14) VALUE ZEROS.
           01  WS-HORA-SEG         PIC 9(06) VALUE ZEROS.
      *    STEP LAUNCH.  THE SYSTEM CALL RETURNS THE PROCESS WAIT
      *    STATUS: THE EXIT CODE TIMES 256, OR THE KILLING SIGNAL IN
      *    THE LOW BYTE WHEN THE STEP DID NOT EXIT ON ITS OWN.  A
      *    STEP STARTED THROUGH A SCRIPT COMES BACK FROM THE SHELL
      *    AS EXIT CODE 128 PLUS THE SIGNAL INSTEAD, AND 126/127
      *    MEAN THE COMMAND COULD NOT BE STARTED AT ALL.
           01  WS-COMANDO          PIC X(41) VALUE SPACES.
           01  WS-STATUS-SISTEMA   PIC S9(9) COMP-5 VALUE ZEROS.
           01  WS-SINAL            PIC 9(05) VALUE ZEROS.
           01  WS-RC-PASSO         PIC 9(05) VALUE ZEROS.
      *    TOTALS.
           01  WS-QTD-EXECUTADOS   PIC 9(02) VALUE ZEROS.
           01  WS-QTD-ANTERIORES   PIC 9(02) VALUE ZEROS.
           01  WS-QTD-NAO-DEVIDOS  PIC 9(02) VALUE ZEROS.
           01  WS-QTD-FALHAS       PIC 9(02) VALUE ZEROS.
           01  WS-QTD-NAO-EXEC     PIC 9(02) VALUE ZEROS.
           01  WS-SOMA-CONFERE     PIC 9(02) VALUE ZEROS.
      *    PRINT WORK AREAS.
           01  WS-DATA-X           PIC X(08).
           01  WS-HORA-X           PIC X(08).
           01  WS-DATA-EDIT        PIC X(10).
           01  WS-HORA-EDIT        PIC X(08).
           01  WS-INICIO-EDIT      PIC X(08).
           01  WS-FIM-EDIT         PIC X(08).
           01  WS-ED-RETORNO       PIC ZZZ9.
           01  WS-ED-LIMITE        PIC ZZZ9.
           01  WS-SITUACAO-TEXTO   PIC X(24).
           01  WS-LINHA            PIC X(80).
           COPY LOCKPARM.
           COPY WORKPARM.
           COPY HISTPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-PASSO THRU 2000-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS.
           PERFORM 8000-FINALIZA THRU 8000-EXIT.
           PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA - TAKES THE STREAM LOCK, READS THE OPTIONAL
      *     CONTROL CARD, LOADS AND VALIDATES THE STREAM DEFINITION,
      *     WORKS OUT WHERE THIS RUN STARTS FROM THE CHECKPOINT, AND
      *     DECIDES WHETHER THE MONTHLY STEPS ARE DUE.
      ******************************************************************
       1000-INICIALIZA.
           MOVE "I"        TO RHL-FUNCAO.
           MOVE "JOBSTRM"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.

           MOVE "JOBSTRM" TO RLK-RECURSO.
           PERFORM 9500-OBTEM-TRAVA THRU 9500-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-INICIO.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-HORA-INICIO.

           PERFORM 1050-LE-PARAMETROS THRU 1050-EXIT.
           PERFORM 1100-CARREGA-DEFINICAO THRU 1100-EXIT.
           PERFORM 1200-LE-CHECKPOINT THRU 1200-EXIT.
           PERFORM 1300-AVALIA-MENSAL THRU 1300-EXIT.

           OPEN OUTPUT STRM-OUT.
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "JOBSTRM - FALHA AO CRIAR STRMOUT"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           PERFORM 1400-IMPRIME-CABECALHO THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1050-LE-PARAMETROS - READS THE OPTIONAL STRMCTL CARD.  NO
      *     CARD MEANS TODAY'S DATE, MONTHLY STEPS BY CALENDAR, NO
      *     REGION AND RESUME FROM THE CHECKPOINT.
      ******************************************************************
       1050-LE-PARAMETROS.
           OPEN INPUT STRM-CTL.
           IF WS-CTL-STATUS = "35"
              GO TO 1050-EXIT
           END-IF.
           IF WS-CTL-STATUS NOT = "00"
              DISPLAY "JOBSTRM - STRMCTL INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           READ STRM-CTL
               AT END
                  DISPLAY "JOBSTRM - STRMCTL VAZIO"
                  PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                  MOVE 16 TO RETURN-CODE
                  PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                  STOP RUN
           END-READ.
           MOVE STRM-CTL-REC TO RHL-CARTAO.

           IF CTL-DATA-REFERENCIA NOT = SPACES
              IF CTL-DATA-REFERENCIA IS NOT NUMERIC
                 DISPLAY "JOBSTRM - STRMCTL COM DATA DE REFERENCIA "
                     "INVALIDA"
                 PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-DATA-REFERENCIA TO WS-DATA-REFERENCIA
           END-IF.

           IF CTL-MENSAL = "s"
              MOVE "S" TO CTL-MENSAL
           END-IF.
           IF CTL-MENSAL = "n"
              MOVE "N" TO CTL-MENSAL
           END-IF.
           IF CTL-MENSAL NOT = "S" AND CTL-MENSAL NOT = "N"
                 AND CTL-MENSAL NOT = SPACE
              DISPLAY "JOBSTRM - STRMCTL COM INDICADOR MENSAL "
                  "INVALIDO (USE S, N OU BRANCO)"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE CTL-MENSAL TO WS-MODO-MENSAL.
           MOVE CTL-REGIAO TO WS-REGIAO.

           IF CTL-PASSO-INICIAL NOT = SPACES
              IF CTL-PASSO-INICIAL IS NOT NUMERIC
                 DISPLAY "JOBSTRM - STRMCTL COM PASSO INICIAL "
                     "INVALIDO"
                 PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
                 STOP RUN
              END-IF
              MOVE CTL-PASSO-INICIAL TO WS-PASSO-INICIAL
           END-IF.

           CLOSE STRM-CTL.
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGA-DEFINICAO - LOADS STRMDEF INTO THE STEP TABLE.
      *     EVERY BAD RECORD IS LISTED ON THE CONSOLE BEFORE THE RUN
      *     IS REFUSED, SO ONE RERUN FIXES THEM ALL.
      ******************************************************************
       1100-CARREGA-DEFINICAO.
           OPEN INPUT STRM-DEF.
           IF WS-DEF-STATUS NOT = "00"
              DISPLAY "JOBSTRM - STRMDEF NAO ENCONTRADO OU INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-DEF.
           PERFORM 1110-LE-PASSO THRU 1110-EXIT
               UNTIL WS-EOF-DEF = "S".
           CLOSE STRM-DEF.

           IF WS-QTD-PASSOS = ZEROS
              DISPLAY "JOBSTRM - STRMDEF SEM NENHUM PASSO"
              MOVE "S" TO WS-DEF-INVALIDA
           END-IF.
           IF DEFINICAO-INVALIDA
              DISPLAY "JOBSTRM - DEFINICAO DA CADEIA INVALIDA - "
                  "EXECUCAO ABANDONADA"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LE-PASSO - READS AND VALIDATES ONE STEP DEFINITION.
      ******************************************************************
       1110-LE-PASSO.
           READ STRM-DEF
               AT END MOVE "S" TO WS-EOF-DEF
           END-READ.
           IF WS-EOF-DEF = "S"
              GO TO 1110-EXIT
           END-IF.
           IF STRM-DEF-REC (1:1) = "*" OR STRM-DEF-REC = SPACES
              GO TO 1110-EXIT
           END-IF.

           IF DEF-PASSO IS NOT NUMERIC OR DEF-PASSO = "00"
                 OR DEF-PROGRAMA = SPACES
                 OR (DEF-RC-LIMITE NOT = SPACES
                     AND DEF-RC-LIMITE IS NOT NUMERIC)
                 OR (DEF-EXIGE-RECNSTAT NOT = "S"
                     AND DEF-EXIGE-RECNSTAT NOT = "N"
                     AND DEF-EXIGE-RECNSTAT NOT = SPACE)
                 OR (DEF-MENSAL NOT = "S" AND DEF-MENSAL NOT = "N"
                     AND DEF-MENSAL NOT = SPACE)
              DISPLAY "JOBSTRM - STRMDEF COM PASSO INVALIDO: "
                  STRM-DEF-REC (1:40)
              MOVE "S" TO WS-DEF-INVALIDA
              GO TO 1110-EXIT
           END-IF.

           IF WS-QTD-PASSOS = 20
              DISPLAY "JOBSTRM - STRMDEF COM MAIS DE 20 PASSOS"
              MOVE "S" TO WS-DEF-INVALIDA
              GO TO 1110-EXIT
           END-IF.
           IF WS-QTD-PASSOS > ZEROS
              IF DEF-PASSO NOT > WS-PSS-NUMERO (WS-QTD-PASSOS)
                 DISPLAY "JOBSTRM - STRMDEF FORA DE ORDEM NO PASSO "
                     DEF-PASSO
                 MOVE "S" TO WS-DEF-INVALIDA
                 GO TO 1110-EXIT
              END-IF
           END-IF.

           ADD 1 TO WS-QTD-PASSOS.
           MOVE DEF-PASSO    TO WS-PSS-NUMERO (WS-QTD-PASSOS).
           MOVE DEF-PROGRAMA TO WS-PSS-PROGRAMA (WS-QTD-PASSOS).
           IF DEF-RC-LIMITE = SPACES
              MOVE ZEROS TO WS-PSS-RC-LIMITE (WS-QTD-PASSOS)
           ELSE
              MOVE DEF-RC-LIMITE TO WS-PSS-RC-LIMITE (WS-QTD-PASSOS)
           END-IF.
           MOVE DEF-EXIGE-RECNSTAT
               TO WS-PSS-EXIGE-RECNSTAT (WS-QTD-PASSOS).
           MOVE DEF-MENSAL   TO WS-PSS-MENSAL (WS-QTD-PASSOS).
           MOVE DEF-RECURSO  TO WS-PSS-RECURSO (WS-QTD-PASSOS).
           IF DEF-COMANDO = SPACES
              MOVE DEF-PROGRAMA TO WS-PSS-COMANDO (WS-QTD-PASSOS)
           ELSE
              MOVE DEF-COMANDO  TO WS-PSS-COMANDO (WS-QTD-PASSOS)
           END-IF.
           MOVE "N"    TO WS-PSS-SITUACAO (WS-QTD-PASSOS).
           MOVE ZEROS  TO WS-PSS-RETORNO (WS-QTD-PASSOS).
           MOVE SPACES TO WS-PSS-HORA-INICIO (WS-QTD-PASSOS)
                          WS-PSS-HORA-FIM (WS-QTD-PASSOS)
                          WS-PSS-OBS (WS-QTD-PASSOS).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LE-CHECKPOINT - DECIDES WHERE THIS RUN STARTS.  A START
      *     STEP ON THE CARD WINS.  OTHERWISE A CHECKPOINT WITH A
      *     RESTART STEP MEANS THE LAST STREAM STOPPED: THIS RUN
      *     RESUMES IT - SAME REFERENCE DATE AND START TIME, THE
      *     STEPS BEFORE THE RESTART STEP CARRIED OVER AS DONE.  THE
      *     CHECKPOINT MUST DESCRIBE THE SAME STEPS STRMDEF DOES - A
      *     DEFINITION EDITED BETWEEN THE FAILURE AND THE RERUN IS
      *     REFUSED RATHER THAN GUESSED AT.
      ******************************************************************
       1200-LE-CHECKPOINT.
           IF WS-PASSO-INICIAL > ZEROS
              PERFORM 1250-POSICIONA-CARTAO THRU 1250-EXIT
              GO TO 1200-EXIT
           END-IF.

           OPEN INPUT STRM-CKPT.
           IF WS-CKPT-STATUS = "35"
              GO TO 1200-EXIT
           END-IF.
           IF WS-CKPT-STATUS NOT = "00"
              DISPLAY "JOBSTRM - STRMCKPT INVALIDO"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           READ STRM-CKPT
               AT END MOVE ZEROS TO CKP-PASSO-REINICIO
           END-READ.
           CLOSE STRM-CKPT.

           IF CKP-PASSO-REINICIO IS NOT NUMERIC
                 OR CKP-PASSO-REINICIO = ZEROS
              GO TO 1200-EXIT
           END-IF.

           IF CKP-QTD-PASSOS NOT = WS-QTD-PASSOS
              DISPLAY "JOBSTRM - STRMDEF MUDOU DESDE A CADEIA "
                  "INTERROMPIDA - INFORME O PASSO INICIAL NO STRMCTL"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           MOVE ZEROS TO WS-IDX-INICIAL.
           PERFORM 1210-CONFERE-PASSO THRU 1210-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS.
           IF DEFINICAO-INVALIDA OR WS-IDX-INICIAL = ZEROS
              DISPLAY "JOBSTRM - STRMDEF MUDOU DESDE A CADEIA "
                  "INTERROMPIDA - INFORME O PASSO INICIAL NO STRMCTL"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.

           MOVE "S" TO WS-REINICIANDO.
           IF WS-DATA-REFERENCIA = ZEROS
              MOVE CKP-DATA-REFERENCIA TO WS-DATA-REFERENCIA
           END-IF.
           MOVE CKP-DATA-INICIO TO WS-DATA-INICIO.
           MOVE CKP-HORA-INICIO TO WS-HORA-INICIO.
           PERFORM 1220-CARREGA-ANTERIOR THRU 1220-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX = WS-IDX-INICIAL.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1210-CONFERE-PASSO - CHECKS ONE CHECKPOINTED STEP AGAINST THE
      *     DEFINITION AND NOTES WHICH TABLE ENTRY IS THE RESTART
      *     STEP.
      ******************************************************************
       1210-CONFERE-PASSO.
           IF CKP-PASSO (WS-IDX) NOT = WS-PSS-NUMERO (WS-IDX)
              MOVE "S" TO WS-DEF-INVALIDA
           END-IF.
           IF WS-PSS-NUMERO (WS-IDX) = CKP-PASSO-REINICIO
              MOVE WS-IDX TO WS-IDX-INICIAL
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1220-CARREGA-ANTERIOR - CARRIES OVER ONE STEP THE INTERRUPTED
      *     STREAM ALREADY GOT PAST.  A STEP IT EXECUTED BECOMES "R"
      *     AND ITS RETURN CODE FEEDS THE NEXT STEP'S CONDITION.
      ******************************************************************
       1220-CARREGA-ANTERIOR.
           MOVE CKP-RETORNO (WS-IDX) TO WS-PSS-RETORNO (WS-IDX).
           IF CKP-SITUACAO (WS-IDX) = "E"
                 OR CKP-SITUACAO (WS-IDX) = "R"
              MOVE "R" TO WS-PSS-SITUACAO (WS-IDX)
              MOVE CKP-RETORNO (WS-IDX) TO WS-RC-ANTERIOR
              MOVE WS-IDX TO WS-IDX-ANTERIOR
              IF CKP-RETORNO (WS-IDX) > WS-RC-MAIOR
                 MOVE CKP-RETORNO (WS-IDX) TO WS-RC-MAIOR
              END-IF
           ELSE
              MOVE CKP-SITUACAO (WS-IDX) TO WS-PSS-SITUACAO (WS-IDX)
           END-IF.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 1250-POSICIONA-CARTAO - THE CARD NAMES THE STEP TO START AT:
      *     THE STEPS BEFORE IT ARE SKIPPED ("P") AND THE STREAM
      *     STARTS FRESH, CHECKPOINT IGNORED.
      ******************************************************************
       1250-POSICIONA-CARTAO.
           MOVE ZEROS TO WS-IDX-INICIAL.
           PERFORM 1260-PROCURA-PASSO THRU 1260-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS.
           IF WS-IDX-INICIAL = ZEROS
              DISPLAY "JOBSTRM - PASSO INICIAL " WS-PASSO-INICIAL
                  " NAO EXISTE NO STRMDEF"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       1250-EXIT.
           EXIT.

      ******************************************************************
      * 1260-PROCURA-PASSO - MARKS ONE STEP BEFORE THE CARD'S START
      *     STEP AS SKIPPED, OR NOTES THE START STEP ITSELF.
      ******************************************************************
       1260-PROCURA-PASSO.
           IF WS-PSS-NUMERO (WS-IDX) = WS-PASSO-INICIAL
              MOVE WS-IDX TO WS-IDX-INICIAL
           END-IF.
           IF WS-IDX-INICIAL = ZEROS
              MOVE "P" TO WS-PSS-SITUACAO (WS-IDX)
           END-IF.
       1260-EXIT.
           EXIT.

      ******************************************************************
      * 1300-AVALIA-MENSAL - DECIDES WHETHER THE MONTHLY-ONLY STEPS
      *     RUN.  THE CARD CAN FORCE THEM ON ("S") OR OFF ("N");
      *     OTHERWISE THEY ARE DUE ON THE FIRST BUSINESS DAY OF THE
      *     REFERENCE DATE'S MONTH - A BUSINESS DAY WHOSE PREVIOUS
      *     BUSINESS DAY FALLS IN ANOTHER MONTH.
      ******************************************************************
       1300-AVALIA-MENSAL.
           IF WS-DATA-REFERENCIA = ZEROS
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REFERENCIA
           END-IF.

           IF WS-MODO-MENSAL = "S"
              MOVE "S" TO WS-MENSAL-DEVIDO
              GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO WS-MENSAL-DEVIDO.
           IF WS-MODO-MENSAL = "N"
              GO TO 1300-EXIT
           END-IF.

           MOVE "V"                TO WDY-FUNCAO.
           MOVE WS-DATA-REFERENCIA TO WDY-DATA.
           MOVE "N"                TO WDY-MODO-JULIANO.
           MOVE WS-REGIAO          TO WDY-REGIAO.
           MOVE ZEROS              TO WDY-QTD-DIAS.
           CALL "WORKDAY" USING WORKDAY-PARM.
           IF NOT WDY-OK
              DISPLAY "JOBSTRM - DATA DE REFERENCIA "
                  WS-DATA-REFERENCIA " OU REGIAO " WS-REGIAO
                  " INVALIDA"
              PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT WDY-DIA-UTIL
              GO TO 1300-EXIT
           END-IF.

           MOVE "A"                TO WDY-FUNCAO.
           MOVE WS-DATA-REFERENCIA TO WDY-DATA.
           CALL "WORKDAY" USING WORKDAY-PARM.
           IF NOT WDY-OK
                 OR WDY-RES-MES NOT = WS-DATA-REFERENCIA (5:2)
                 OR WDY-RES-ANO NOT = WS-DATA-REFERENCIA (1:4)
              MOVE "S" TO WS-MENSAL-DEVIDO
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-IMPRIME-CABECALHO - WRITES THE REPORT HEADING: REFERENCE
      *     DATE, STREAM START, WHETHER THIS IS A RESUMED STREAM AND
      *     WHETHER THE MONTHLY STEPS ARE DUE.
      ******************************************************************
       1400-IMPRIME-CABECALHO.
           MOVE "EXECUCAO DA CADEIA NOTURNA - JOBSTRM" TO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           MOVE WS-DATA-REFERENCIA TO WS-DATA-X.
           MOVE ZEROS TO WS-HORA-X.
           PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT.
           MOVE SPACES TO WS-LINHA.
           STRING "DATA DE REFERENCIA: " WS-DATA-EDIT
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           MOVE WS-DATA-INICIO TO WS-DATA-X.
           MOVE WS-HORA-INICIO TO WS-HORA-X.
           PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT.
           MOVE SPACES TO WS-LINHA.
           STRING "INICIO DA CADEIA..: " WS-DATA-EDIT " "
               WS-HORA-EDIT DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           IF REINICIANDO
              STRING "REINICIO DA CADEIA INTERROMPIDA A PARTIR DO "
                  "PASSO " WS-PSS-NUMERO (WS-IDX-INICIAL)
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              IF WS-PASSO-INICIAL > ZEROS
                 STRING "INICIO FORCADO PELO STRMCTL NO PASSO "
                     WS-PASSO-INICIAL DELIMITED BY SIZE INTO WS-LINHA
              ELSE
                 MOVE "CADEIA INICIADA DO PRIMEIRO PASSO" TO WS-LINHA
              END-IF
           END-IF.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           IF MENSAL-DEVIDO
              MOVE "PASSOS MENSAIS...: PROGRAMADOS" TO WS-LINHA
           ELSE
              MOVE "PASSOS MENSAIS...: NAO PROGRAMADOS" TO WS-LINHA
           END-IF.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           MOVE SPACES TO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "PASSO PROGRAMA     INICIO   FIM        RC "
               "SITUACAO" DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSA-PASSO - ONE STEP OF THE STREAM: CARRIED OVER,
      *     NOT REACHED, NOT DUE, STOPPED BY ITS CONDITIONS OR ITS
      *     RESOURCE, OR RUN.
      ******************************************************************
       2000-PROCESSA-PASSO.
           IF WS-IDX < WS-IDX-INICIAL
              GO TO 2000-EXIT
           END-IF.
           IF CADEIA-PARADA
              MOVE "N" TO WS-PSS-SITUACAO (WS-IDX)
              GO TO 2000-EXIT
           END-IF.

           IF WS-PSS-MENSAL (WS-IDX) = "S" AND NOT MENSAL-DEVIDO
              MOVE "M" TO WS-PSS-SITUACAO (WS-IDX)
              MOVE WS-IDX TO WS-IDX-REINICIO
              ADD 1 TO WS-IDX-REINICIO
              PERFORM 6000-GRAVA-CHECKPOINT THRU 6000-EXIT
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-AVALIA-CONDICOES THRU 2100-EXIT.
           IF CADEIA-PARADA
              GO TO 2000-EXIT
           END-IF.

           PERFORM 2200-EXECUTA-PASSO THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-AVALIA-CONDICOES - THE PREVIOUS STEP'S RETURN CODE
      *     AGAINST THIS STEP'S LIMIT, THE RECNSTAT GATE, AND THE
      *     STEP'S RUNLOCK RESOURCE.  A BROKEN CONDITION STOPS THE
      *     STREAM WITH THE RESTART POINTED AT THE STEP WHOSE RESULT
      *     BROKE IT (THE PREVIOUS STEP THAT RAN); A HELD RESOURCE
      *     STOPS IT WITH THE RESTART POINTED HERE.
      ******************************************************************
       2100-AVALIA-CONDICOES.
           IF WS-IDX-ANTERIOR > ZEROS
                 AND WS-RC-ANTERIOR > WS-PSS-RC-LIMITE (WS-IDX)
              MOVE WS-RC-ANTERIOR TO WS-ED-RETORNO
              MOVE WS-PSS-RC-LIMITE (WS-IDX) TO WS-ED-LIMITE
              MOVE SPACES TO WS-PSS-OBS (WS-IDX)
              STRING "RC ANTERIOR" WS-ED-RETORNO " ACIMA DO LIMITE"
                  WS-ED-LIMITE DELIMITED BY SIZE
                  INTO WS-PSS-OBS (WS-IDX)
              MOVE "C" TO WS-PSS-SITUACAO (WS-IDX)
              MOVE WS-IDX-ANTERIOR TO WS-IDX-REINICIO
              PERFORM 2900-INTERROMPE THRU 2900-EXIT
              GO TO 2100-EXIT
           END-IF.

           IF WS-PSS-EXIGE-RECNSTAT (WS-IDX) = "S"
              PERFORM 2150-CONFERE-RECNSTAT THRU 2150-EXIT
              IF CADEIA-PARADA
                 GO TO 2100-EXIT
              END-IF
           END-IF.

           IF WS-PSS-RECURSO (WS-IDX) NOT = SPACES
              MOVE "C"                     TO RLK-FUNCAO
              MOVE WS-PSS-RECURSO (WS-IDX) TO RLK-RECURSO
              MOVE "JOBSTRM"               TO RLK-PROGRAMA
              CALL "RUNLOCK" USING RUNLOCK-PARM
              IF RLK-OCUPADO OR RLK-ERRO
                 MOVE SPACES TO WS-PSS-OBS (WS-IDX)
                 STRING "RECURSO " DELIMITED BY SIZE
                     RLK-RECURSO DELIMITED BY SPACE
                     " TRAVADO POR " DELIMITED BY SIZE
                     RLK-DONO DELIMITED BY SPACE
                     " DESDE " RLK-DATA " " RLK-HORA (1:6)
                     DELIMITED BY SIZE INTO WS-PSS-OBS (WS-IDX)
                 DISPLAY "JOBSTRM - PASSO " WS-PSS-NUMERO (WS-IDX)
                     " " RLK-RECURSO " TRAVADO POR " RLK-DONO
                     " EM " RLK-DATA " " RLK-HORA
                 MOVE "T" TO WS-PSS-SITUACAO (WS-IDX)
                 MOVE WS-IDX TO WS-IDX-REINICIO
                 PERFORM 2900-INTERROMPE THRU 2900-EXIT
              END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-CONFERE-RECNSTAT - THE ANOSOUT RELEASE GATE: RECNSTAT
      *     MUST EXIST, MUST HAVE BEEN WRITTEN SINCE THIS STREAM
      *     STARTED (A PASS LEFT OVER FROM LAST NIGHT PROVES NOTHING
      *     ABOUT TONIGHT'S ANOSOUT) AND MUST SAY "P".
      ******************************************************************
       2150-CONFERE-RECNSTAT.
           MOVE SPACES TO WS-PSS-OBS (WS-IDX).
           OPEN INPUT RECN-STAT.
           IF WS-STAT-STATUS NOT = "00"
              MOVE "RECNSTAT AUSENTE" TO WS-PSS-OBS (WS-IDX)
           ELSE
              READ RECN-STAT
                  AT END MOVE "RECNSTAT VAZIO" TO WS-PSS-OBS (WS-IDX)
              END-READ
              CLOSE RECN-STAT
           END-IF.

           IF WS-PSS-OBS (WS-IDX) = SPACES
              MOVE WS-HORA-INICIO (1:6) TO WS-HORA-SEG
              COMPUTE WS-CARIMBO-INICIO =
                  WS-DATA-INICIO * 1000000 + WS-HORA-SEG
              COMPUTE WS-CARIMBO-RECNSTAT =
                  RST-DATA * 1000000 + RST-HORA
              IF WS-CARIMBO-RECNSTAT < WS-CARIMBO-INICIO
                 MOVE "RECNSTAT ANTERIOR A CADEIA"
                     TO WS-PSS-OBS (WS-IDX)
              ELSE
                 IF RST-SITUACAO NOT = "P"
                    STRING "RECNSTAT COM SITUACAO " RST-SITUACAO
                        DELIMITED BY SIZE INTO WS-PSS-OBS (WS-IDX)
                 END-IF
              END-IF
           END-IF.

           IF WS-PSS-OBS (WS-IDX) NOT = SPACES
              MOVE "C" TO WS-PSS-SITUACAO (WS-IDX)
              IF WS-IDX-ANTERIOR > ZEROS
                 MOVE WS-IDX-ANTERIOR TO WS-IDX-REINICIO
              ELSE
                 MOVE WS-IDX TO WS-IDX-REINICIO
              END-IF
              PERFORM 2900-INTERROMPE THRU 2900-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-EXECUTA-PASSO - RUNS THE STEP'S COMMAND AS ITS OWN
      *     PROCESS.  THE CHECKPOINT IS WRITTEN POINTING AT THIS STEP
      *     BEFORE IT STARTS, SO A DRIVER THAT DIES WITH IT STILL
      *     RESUMES HERE, AND POINTING AT THE NEXT STEP ONCE IT ENDS.
      *     A STEP KILLED BY A SIGNAL IS AN ABEND: THE STREAM STOPS
      *     AND THE LOCK IT MAY HAVE LEFT IS REPORTED.
      ******************************************************************
       2200-EXECUTA-PASSO.
           MOVE WS-IDX TO WS-IDX-REINICIO.
           PERFORM 6000-GRAVA-CHECKPOINT THRU 6000-EXIT.

           MOVE SPACES TO WS-COMANDO.
           MOVE WS-PSS-COMANDO (WS-IDX) TO WS-COMANDO.
           MOVE FUNCTION CURRENT-DATE (9:8)
               TO WS-PSS-HORA-INICIO (WS-IDX).
           DISPLAY "JOBSTRM - PASSO " WS-PSS-NUMERO (WS-IDX)
               " INICIADO: " WS-PSS-PROGRAMA (WS-IDX).

           CALL "SYSTEM" USING WS-COMANDO
               RETURNING WS-STATUS-SISTEMA.

           MOVE FUNCTION CURRENT-DATE (9:8)
               TO WS-PSS-HORA-FIM (WS-IDX).
           DIVIDE WS-STATUS-SISTEMA BY 256 GIVING WS-RC-PASSO
               REMAINDER WS-SINAL.

           IF WS-SINAL = ZEROS AND WS-RC-PASSO > 128
              SUBTRACT 128 FROM WS-RC-PASSO GIVING WS-SINAL
           END-IF.
           IF WS-SINAL = ZEROS
                 AND (WS-RC-PASSO = 126 OR WS-RC-PASSO = 127)
              MOVE "F" TO WS-PSS-SITUACAO (WS-IDX)
              MOVE "COMANDO NAO ENCONTRADO OU SEM PERMISSAO"
                  TO WS-PSS-OBS (WS-IDX)
              DISPLAY "JOBSTRM - PASSO " WS-PSS-NUMERO (WS-IDX)
                  " NAO PARTIU - " WS-PSS-COMANDO (WS-IDX)
              PERFORM 2900-INTERROMPE THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF.
           IF WS-STATUS-SISTEMA < ZEROS OR WS-SINAL NOT = ZEROS
              MOVE "A" TO WS-PSS-SITUACAO (WS-IDX)
              MOVE SPACES TO WS-PSS-OBS (WS-IDX)
              MOVE WS-SINAL TO WS-ED-RETORNO
              STRING "PROCESSO ENCERRADO PELO SINAL" WS-ED-RETORNO
                  DELIMITED BY SIZE INTO WS-PSS-OBS (WS-IDX)
              DISPLAY "JOBSTRM - PASSO " WS-PSS-NUMERO (WS-IDX)
                  " ABENDOU - " WS-PSS-OBS (WS-IDX)
              PERFORM 2900-INTERROMPE THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF.

           MOVE "E"         TO WS-PSS-SITUACAO (WS-IDX).
           MOVE WS-RC-PASSO TO WS-PSS-RETORNO (WS-IDX).
           MOVE WS-RC-PASSO TO WS-RC-ANTERIOR.
           MOVE WS-IDX      TO WS-IDX-ANTERIOR.
           IF WS-RC-PASSO > WS-RC-MAIOR
              MOVE WS-RC-PASSO TO WS-RC-MAIOR
           END-IF.
           DISPLAY "JOBSTRM - PASSO " WS-PSS-NUMERO (WS-IDX)
               " TERMINADO: " WS-PSS-PROGRAMA (WS-IDX)
               " RC " WS-PSS-RETORNO (WS-IDX).

           MOVE WS-IDX TO WS-IDX-REINICIO.
           ADD 1 TO WS-IDX-REINICIO.
           PERFORM 6000-GRAVA-CHECKPOINT THRU 6000-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-INTERROMPE - STOPS THE STREAM.  WS-IDX-REINICIO ALREADY
      *     POINTS AT THE STEP A RERUN MUST START FROM; THE
      *     CHECKPOINT IS WRITTEN WITH IT.
      ******************************************************************
       2900-INTERROMPE.
           MOVE "S" TO WS-CADEIA-PARADA.
           PERFORM 6000-GRAVA-CHECKPOINT THRU 6000-EXIT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 6000-GRAVA-CHECKPOINT - REWRITES THE STREAM CHECKPOINT: THE
      *     REFERENCE DATE, THE STREAM'S START, THE STEP A RERUN
      *     RESUMES AT (ZERO ONCE THE STREAM HAS COMPLETED) AND EVERY
      *     STEP'S SITUATION AND RETURN CODE SO FAR.
      ******************************************************************
       6000-GRAVA-CHECKPOINT.
           MOVE WS-DATA-REFERENCIA TO CKP-DATA-REFERENCIA.
           MOVE WS-DATA-INICIO     TO CKP-DATA-INICIO.
           MOVE WS-HORA-INICIO     TO CKP-HORA-INICIO.
           IF WS-IDX-REINICIO > WS-QTD-PASSOS
                 OR WS-IDX-REINICIO = ZEROS
              MOVE ZEROS TO CKP-PASSO-REINICIO
           ELSE
              MOVE WS-PSS-NUMERO (WS-IDX-REINICIO)
                  TO CKP-PASSO-REINICIO
           END-IF.
           MOVE WS-QTD-PASSOS TO CKP-QTD-PASSOS.
           PERFORM 6100-COPIA-PASSO THRU 6100-EXIT
               VARYING WS-IDX-CKP FROM 1 BY 1
               UNTIL WS-IDX-CKP > 20.

           OPEN OUTPUT STRM-CKPT.
           IF WS-CKPT-STATUS NOT = "00"
              DISPLAY "JOBSTRM - FALHA AO GRAVAR STRMCKPT - UM "
                  "REINICIO VOLTARA AO INICIO DA CADEIA"
              GO TO 6000-EXIT
           END-IF.
           WRITE STRM-CKPT-REC.
           CLOSE STRM-CKPT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-COPIA-PASSO - COPIES ONE STEP'S SITUATION INTO THE
      *     CHECKPOINT RECORD (UNUSED SLOTS ARE ZEROED).
      ******************************************************************
       6100-COPIA-PASSO.
           IF WS-IDX-CKP > WS-QTD-PASSOS
              MOVE ZEROS TO CKP-PASSO (WS-IDX-CKP)
                            CKP-RETORNO (WS-IDX-CKP)
              MOVE SPACE TO CKP-SITUACAO (WS-IDX-CKP)
           ELSE
              MOVE WS-PSS-NUMERO (WS-IDX-CKP)
                  TO CKP-PASSO (WS-IDX-CKP)
              MOVE WS-PSS-SITUACAO (WS-IDX-CKP)
                  TO CKP-SITUACAO (WS-IDX-CKP)
              MOVE WS-PSS-RETORNO (WS-IDX-CKP)
                  TO CKP-RETORNO (WS-IDX-CKP)
           END-IF.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-FINALIZA - PRINTS EVERY STEP'S OUTCOME, THE STREAM
      *     RESULT AND THE *TOTAIS* TRAILER, CLEARS THE CHECKPOINT
      *     WHEN THE STREAM COMPLETED, RELEASES THE STREAM LOCK AND
      *     SETS THE RETURN CODE.
      ******************************************************************
       8000-FINALIZA.
           PERFORM 8100-IMPRIME-PASSO THRU 8100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-PASSOS.

           MOVE SPACES TO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.
           MOVE WS-RC-MAIOR TO WS-RC-CADEIA.
           IF CADEIA-PARADA
              PERFORM 8200-IMPRIME-INTERRUPCAO THRU 8200-EXIT
           ELSE
              MOVE ZEROS TO WS-IDX-REINICIO
              MOVE WS-QTD-PASSOS TO WS-IDX
              PERFORM 6000-GRAVA-CHECKPOINT THRU 6000-EXIT
              MOVE WS-RC-CADEIA TO WS-ED-RETORNO
              MOVE SPACES TO WS-LINHA
              STRING "RESULTADO: CADEIA CONCLUIDA - MAIOR RC DOS "
                  "PASSOS " WS-ED-RETORNO
                  DELIMITED BY SIZE INTO WS-LINHA
              WRITE STRM-OUT-REC FROM WS-LINHA
           END-IF.
           DISPLAY "JOBSTRM - " WS-LINHA.

           COMPUTE WS-SOMA-CONFERE = WS-QTD-EXECUTADOS
               + WS-QTD-ANTERIORES + WS-QTD-NAO-DEVIDOS
               + WS-QTD-FALHAS + WS-QTD-NAO-EXEC.
           IF WS-SOMA-CONFERE NOT = WS-QTD-PASSOS
              DISPLAY "JOBSTRM - TOTAIS NAO CONFEREM: PASSOS "
                  WS-QTD-PASSOS " CLASSIFICADOS " WS-SOMA-CONFERE
              MOVE 16 TO WS-RC-CADEIA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "*TOTAIS* PASSOS=" WS-QTD-PASSOS
               " EXECUTADOS=" WS-QTD-EXECUTADOS
               " ANTERIORES=" WS-QTD-ANTERIORES
               " NAO-PROGRAMADOS=" WS-QTD-NAO-DEVIDOS
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "*TOTAIS* INTERROMPIDOS=" WS-QTD-FALHAS
               " NAO-EXECUTADOS=" WS-QTD-NAO-EXEC
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.
           CLOSE STRM-OUT.

           PERFORM 9600-LIBERA-TRAVAS THRU 9600-EXIT.
           MOVE WS-RC-CADEIA TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8100-IMPRIME-PASSO - WRITES ONE STEP'S OUTCOME LINE AND
      *     COUNTS IT.
      ******************************************************************
       8100-IMPRIME-PASSO.
           EVALUATE WS-PSS-SITUACAO (WS-IDX)
               WHEN "E"
                  MOVE "EXECUTADO"            TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-EXECUTADOS
               WHEN "R"
                  MOVE "FEITO NA EXEC. ANTER." TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-ANTERIORES
               WHEN "P"
                  MOVE "PULADO PELO STRMCTL"  TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-ANTERIORES
               WHEN "M"
                  MOVE "MENSAL - NAO DEVIDO"  TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-NAO-DEVIDOS
               WHEN "C"
                  MOVE "CONDICAO NAO ATENDIDA" TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-FALHAS
               WHEN "T"
                  MOVE "RECURSO TRAVADO"      TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-FALHAS
               WHEN "A"
                  MOVE "ABEND"                TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-FALHAS
               WHEN "F"
                  MOVE "COMANDO NAO PARTIU"   TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-FALHAS
               WHEN OTHER
                  MOVE "NAO EXECUTADO"        TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-QTD-NAO-EXEC
           END-EVALUATE.

           MOVE SPACES TO WS-INICIO-EDIT WS-FIM-EDIT.
           IF WS-PSS-HORA-INICIO (WS-IDX) NOT = SPACES
              MOVE WS-PSS-HORA-INICIO (WS-IDX) TO WS-HORA-X
              PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT
              MOVE WS-HORA-EDIT TO WS-INICIO-EDIT
              MOVE WS-PSS-HORA-FIM (WS-IDX) TO WS-HORA-X
              PERFORM 9000-EDITA-DATA-HORA THRU 9000-EXIT
              MOVE WS-HORA-EDIT TO WS-FIM-EDIT
           END-IF.
           MOVE WS-PSS-RETORNO (WS-IDX) TO WS-ED-RETORNO.

           MOVE SPACES TO WS-LINHA.
           STRING "  " WS-PSS-NUMERO (WS-IDX) "  "
               WS-PSS-PROGRAMA (WS-IDX) " " WS-INICIO-EDIT " "
               WS-FIM-EDIT " " WS-ED-RETORNO " " WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           IF WS-PSS-OBS (WS-IDX) NOT = SPACES
              MOVE SPACES TO WS-LINHA
              STRING "      " WS-PSS-OBS (WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINHA
              WRITE STRM-OUT-REC FROM WS-LINHA
           END-IF.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 8200-IMPRIME-INTERRUPCAO - THE STREAM STOPPED: SAYS WHERE A
      *     RERUN WILL RESUME, AND AFTER AN ABEND NAMES THE LOCK THE
      *     DEAD STEP LEFT BEHIND (IF ANY) SO THE OPERATOR CAN CLEAR
      *     IT THROUGH LOCKOPER ONCE THE ABEND IS UNDERSTOOD.
      ******************************************************************
       8200-IMPRIME-INTERRUPCAO.
           IF WS-RC-CADEIA < 8
              MOVE 8 TO WS-RC-CADEIA
           END-IF.

           MOVE SPACES TO WS-LINHA.
           STRING "RESULTADO: CADEIA INTERROMPIDA - O REINICIO "
               "COMECA PELO PASSO " WS-PSS-NUMERO (WS-IDX-REINICIO)
               " " WS-PSS-PROGRAMA (WS-IDX-REINICIO)
               DELIMITED BY SIZE INTO WS-LINHA.
           WRITE STRM-OUT-REC FROM WS-LINHA.

           IF WS-PSS-SITUACAO (WS-IDX-REINICIO) = "F"
              MOVE 16 TO WS-RC-CADEIA
           END-IF.
           IF WS-PSS-SITUACAO (WS-IDX-REINICIO) NOT = "A"
              GO TO 8200-EXIT
           END-IF.
           MOVE 16 TO WS-RC-CADEIA.
           IF WS-PSS-RECURSO (WS-IDX-REINICIO) = SPACES
              GO TO 8200-EXIT
           END-IF.

           MOVE "C"                             TO RLK-FUNCAO.
           MOVE WS-PSS-RECURSO (WS-IDX-REINICIO) TO RLK-RECURSO.
           MOVE "JOBSTRM"                       TO RLK-PROGRAMA.
           CALL "RUNLOCK" USING RUNLOCK-PARM.
           MOVE SPACES TO WS-LINHA.
           IF RLK-OCUPADO
              STRING "TRAVA " DELIMITED BY SIZE
                  RLK-RECURSO DELIMITED BY SPACE
                  " MANTIDA POR " DELIMITED BY SIZE
                  RLK-DONO DELIMITED BY SPACE
                  " DESDE " RLK-DATA " " RLK-HORA (1:6)
                  " - LIBERAR VIA LOCKOPER"
                  DELIMITED BY SIZE INTO WS-LINHA
           ELSE
              STRING "NENHUMA TRAVA PENDENTE EM " RLK-RECURSO
                  DELIMITED BY SIZE INTO WS-LINHA
           END-IF.
           WRITE STRM-OUT-REC FROM WS-LINHA.
           DISPLAY "JOBSTRM - " WS-LINHA.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-EDITA-DATA-HORA - MAKES WS-DATA-X / WS-HORA-X READABLE
      *     AS DD/MM/AAAA AND HH:MM:SS.
      ******************************************************************
       9000-EDITA-DATA-HORA.
           MOVE SPACES TO WS-DATA-EDIT WS-HORA-EDIT.
           STRING WS-DATA-X (7:2) "/" WS-DATA-X (5:2) "/"
               WS-DATA-X (1:4) DELIMITED BY SIZE INTO WS-DATA-EDIT.
           STRING WS-HORA-X (1:2) ":" WS-HORA-X (3:2) ":"
               WS-HORA-X (5:2) DELIMITED BY SIZE INTO WS-HORA-EDIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9500-OBTEM-TRAVA - TAKES THE RUNLOCK LOCK ON THE STREAM
      *     ITSELF.  A STREAM ALREADY RUNNING REPORTS ITS HOLDER AND
      *     ENDS THIS RUN WITH RETURN CODE 8.
      ******************************************************************
       9500-OBTEM-TRAVA.
           MOVE "O"        TO RLK-FUNCAO.
           MOVE "JOBSTRM"  TO RLK-PROGRAMA.
           CALL "RUNLOCK" USING RUNLOCK-PARM.

           IF RLK-OCUPADO
              DISPLAY "JOBSTRM - " RLK-RECURSO " TRAVADO POR "
                  RLK-DONO " EM " RLK-DATA " " RLK-HORA
                  " - EXECUCAO ABANDONADA"
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
           IF NOT RLK-OK
              DISPLAY "JOBSTRM - FALHA AO TRAVAR " RLK-RECURSO
              MOVE 16 TO RETURN-CODE
              PERFORM 9700-GRAVA-HISTORICO THRU 9700-EXIT
              STOP RUN
           END-IF.
       9500-EXIT.
           EXIT.

      ******************************************************************
      * 9600-LIBERA-TRAVAS - RELEASES THE STREAM LOCK.
      ******************************************************************
       9600-LIBERA-TRAVAS.
           MOVE "L"        TO RLK-FUNCAO.
           MOVE "JOBSTRM"  TO RLK-PROGRAMA.
           MOVE "JOBSTRM"  TO RLK-RECURSO.
           CALL "RUNLOCK" USING RUNLOCK-PARM.
       9600-EXIT.
           EXIT.

      ******************************************************************
      * 9700-GRAVA-HISTORICO - LEAVES THIS RUN'S RUNHIST RECORD WITH
      *     THE STEP COUNTS AND THE RETURN CODE THE RUN IS ABOUT TO
      *     END WITH.  THE CALL ZEROES RETURN-CODE, SO THE CODE IS
      *     PUT BACK BEFORE THE STOP.
      ******************************************************************
       9700-GRAVA-HISTORICO.
           MOVE WS-QTD-PASSOS      TO RHL-QTD-LIDOS.
           MOVE WS-QTD-EXECUTADOS  TO RHL-QTD-VALIDOS.
           MOVE WS-QTD-FALHAS      TO RHL-QTD-EXCECOES.
           MOVE RETURN-CODE TO RHL-RETORNO.
           MOVE "F"        TO RHL-FUNCAO.
           MOVE "JOBSTRM"  TO RHL-PROGRAMA.
           CALL "RUNHLOG" USING RUNHLOG-PARM.
           MOVE RHL-RETORNO TO RETURN-CODE.
       9700-EXIT.
           EXIT.

       END PROGRAM JOBSTRM.
