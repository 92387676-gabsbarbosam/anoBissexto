      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: CALLABLE DAY-COUNT SERVICE FOR INTEREST ACCRUAL -
      *          GIVEN A START AND AN END AAAAMMDD DATE, RETURNS THE
      *          CALENDAR DAYS BETWEEN THEM (SPLIT INTO DAYS IN LEAP
      *          AND IN COMMON YEARS), THE BUSINESS DAYS BETWEEN THEM
      *          (VIA WORKDAY, SO THE HOLIDAYS FILE COUNTS), AND THE
      *          ACCRUAL DAY COUNT AND YEAR FRACTION UNDER THE
      *          STANDARD CONVENTIONS:
      *            ACT/360   - CALENDAR DAYS / 360;
      *            ACT/365F  - CALENDAR DAYS / 365;
      *            ACT/ACT   - EACH YEAR'S SHARE OF THE PERIOD OVER
      *                        THAT YEAR'S LENGTH (365 OR 366, PER
      *                        LEAPCHK), SUMMED;
      *            30/360    - BOND BASIS: A 31ST START DAY COUNTS
      *                        AS 30, A 31ST END DAY COUNTS AS 30
      *                        WHEN THE START DAY IS 30 OR 31.
      *          DATE VALIDITY AND DAY-OF-YEAR COME FROM DATECALC AND
      *          YEAR LENGTHS FROM LEAPCHK, UNDER THE SAME REGION AND
      *          JULIAN SWITCHES AS EVERY OTHER SERVICE, SO ACCRUAL
      *          MATCHES THE CALENDAR THE REST OF THE SUITE USES,
      *          29/02 INCLUDED.  RETORNO 20/21 FOR AN INVALID START
      *          OR END DATE, 30 WHEN THE END DATE IS BEFORE THE
      *          START DATE, 40 WHEN WORKDAY COULD NOT FINISH THE
      *          BUSINESS-DAY COUNT.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original subprogram, built on DATECALC,
      *                     LEAPCHK and WORKDAY.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. DATEDIFF.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-DIA-ANO-INI      PIC 9(03) VALUE ZEROS.
           01  WS-DIA-ANO-FIM      PIC 9(03) VALUE ZEROS.
           01  WS-DIAS-ANO         PIC 9(03) VALUE ZEROS.
           01  WS-DIAS-ANO-INI     PIC 9(03) VALUE ZEROS.
           01  WS-DIAS-ANO-FIM     PIC 9(03) VALUE ZEROS.
           01  WS-ANO-IDX          PIC 9(05) VALUE ZEROS.
           01  WS-ANO-TELA         PIC 9(04) VALUE ZEROS.
           01  WS-BISSEXTO-INI     PIC X(01) VALUE "N".
           01  WS-BISSEXTO-FIM     PIC X(01) VALUE "N".
           01  WS-DIAS-PARCIAIS    PIC 9(07) VALUE ZEROS.
           01  WS-ANOS-INTEIROS    PIC 9(05) VALUE ZEROS.
           01  WS-D1               PIC 9(02) VALUE ZEROS.
           01  WS-D2               PIC 9(02) VALUE ZEROS.
           01  WS-DIAS-30-360      PIC S9(08) VALUE ZEROS.
           01  WS-DATA-CORRENTE    PIC 9(08) VALUE ZEROS.
           01  WS-DATA-FINAL-NUM   PIC 9(08) VALUE ZEROS.
           01  WS-FIM-CONTAGEM     PIC X(01) VALUE "N".
           COPY DATEPARM.
           COPY LEAPPARM.
           COPY WORKPARM.
       LINKAGE SECTION.
           COPY DIFFPARM.
       PROCEDURE DIVISION USING DATEDIFF-PARM.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE "00"  TO DDF-RETORNO.
           MOVE ZEROS TO DDF-DIAS-CORRIDOS DDF-DIAS-BISSEXTOS
                         DDF-DIAS-COMUNS DDF-DIAS-UTEIS
                         DDF-DIAS-30-360 DDF-FRACAO-ACT-360
                         DDF-FRACAO-ACT-365 DDF-FRACAO-ACT-ACT
                         DDF-FRACAO-30-360.

           IF DDF-MODO-JULIANO = "S" OR DDF-MODO-JULIANO = "s"
              MOVE "S" TO WS-MODO-JULIANO
           ELSE
              MOVE "N" TO WS-MODO-JULIANO
           END-IF.

           PERFORM 1000-VALIDA-DATAS THRU 1000-EXIT.
           IF NOT DDF-OK
              GOBACK
           END-IF.

           PERFORM 2000-DIAS-CORRIDOS THRU 2000-EXIT.
           PERFORM 3000-DIAS-UTEIS THRU 3000-EXIT.
           PERFORM 4000-TRINTA-360 THRU 4000-EXIT.
           PERFORM 5000-FRACOES THRU 5000-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-VALIDA-DATAS - RUNS BOTH DATES THROUGH DATECALC (WHICH
      *     ALSO RESOLVES THE REGION) AND KEEPS THEIR DAY-OF-YEAR.
      *     AN END DATE BEFORE THE START DATE IS REFUSED RATHER THAN
      *     SWAPPED - A REVERSED ACCRUAL PERIOD IS A CALLER ERROR.
      ******************************************************************
       1000-VALIDA-DATAS.
           MOVE DDF-DATA-INICIAL TO DTC-DATA.
           MOVE WS-MODO-JULIANO  TO DTC-MODO-JULIANO.
           MOVE DDF-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              MOVE "20" TO DDF-RETORNO
              GO TO 1000-EXIT
           END-IF.
           MOVE DTC-DIA-DO-ANO TO WS-DIA-ANO-INI.

           MOVE DDF-DATA-FINAL   TO DTC-DATA.
           MOVE WS-MODO-JULIANO  TO DTC-MODO-JULIANO.
           MOVE DDF-REGIAO       TO DTC-REGIAO.
           CALL "DATECALC" USING DATECALC-PARM.
           IF DTC-DATA-INVALIDA
              MOVE "21" TO DDF-RETORNO
              GO TO 1000-EXIT
           END-IF.
           MOVE DTC-DIA-DO-ANO TO WS-DIA-ANO-FIM.

           IF DDF-DATA-FINAL < DDF-DATA-INICIAL
              MOVE "30" TO DDF-RETORNO
              GO TO 1000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-DIAS-CORRIDOS - CALENDAR DAYS = WHAT IS LEFT OF THE
      *     START YEAR + EVERY WHOLE YEAR IN BETWEEN + WHAT HAS GONE
      *     OF THE END YEAR, EACH YEAR'S LENGTH FROM LEAPCHK.  EACH
      *     SHARE IS ALSO BOOKED AS LEAP-YEAR OR COMMON-YEAR DAYS.
      ******************************************************************
       2000-DIAS-CORRIDOS.
           MOVE DDF-INI-ANO TO WS-ANO-TELA.
           PERFORM 2200-TAMANHO-ANO THRU 2200-EXIT.
           MOVE WS-DIAS-ANO  TO WS-DIAS-ANO-INI.
           MOVE LC-RESULTADO TO WS-BISSEXTO-INI.

           MOVE DDF-FIM-ANO TO WS-ANO-TELA.
           PERFORM 2200-TAMANHO-ANO THRU 2200-EXIT.
           MOVE WS-DIAS-ANO  TO WS-DIAS-ANO-FIM.
           MOVE LC-RESULTADO TO WS-BISSEXTO-FIM.

           IF DDF-INI-ANO = DDF-FIM-ANO
              COMPUTE WS-DIAS-PARCIAIS =
                  WS-DIA-ANO-FIM - WS-DIA-ANO-INI
              PERFORM 2300-ACUMULA-INICIAL THRU 2300-EXIT
              GO TO 2000-EXIT
           END-IF.

           COMPUTE WS-DIAS-PARCIAIS =
               WS-DIAS-ANO-INI - WS-DIA-ANO-INI + 1.
           PERFORM 2300-ACUMULA-INICIAL THRU 2300-EXIT.

           COMPUTE WS-ANO-IDX = DDF-INI-ANO + 1.
           PERFORM 2100-SOMA-ANO-INTEIRO THRU 2100-EXIT
               UNTIL WS-ANO-IDX NOT < DDF-FIM-ANO.

           COMPUTE WS-DIAS-PARCIAIS = WS-DIA-ANO-FIM - 1.
           ADD WS-DIAS-PARCIAIS TO DDF-DIAS-CORRIDOS.
           IF WS-BISSEXTO-FIM = "S"
              ADD WS-DIAS-PARCIAIS TO DDF-DIAS-BISSEXTOS
           ELSE
              ADD WS-DIAS-PARCIAIS TO DDF-DIAS-COMUNS
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SOMA-ANO-INTEIRO - ADDS ONE WHOLE YEAR BETWEEN THE START
      *     AND END YEARS.
      ******************************************************************
       2100-SOMA-ANO-INTEIRO.
           MOVE WS-ANO-IDX TO WS-ANO-TELA.
           PERFORM 2200-TAMANHO-ANO THRU 2200-EXIT.
           ADD WS-DIAS-ANO TO DDF-DIAS-CORRIDOS.
           IF LC-EH-BISSEXTO
              ADD WS-DIAS-ANO TO DDF-DIAS-BISSEXTOS
           ELSE
              ADD WS-DIAS-ANO TO DDF-DIAS-COMUNS
           END-IF.
           ADD 1 TO WS-ANO-IDX.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-TAMANHO-ANO - LENGTH OF ONE YEAR UNDER THE CALLER'S
      *     REGION AND JULIAN SWITCH, FROM LEAPCHK'S VERDICT.
      ******************************************************************
       2200-TAMANHO-ANO.
           MOVE WS-ANO-TELA     TO LC-ANO.
           MOVE WS-MODO-JULIANO TO LC-MODO-JULIANO.
           MOVE DDF-REGIAO      TO LC-REGIAO.
           MOVE ZEROS           TO LC-CUTOVER-TESTE.
           CALL "LEAPCHK" USING LEAPCHK-PARM.
           IF LC-EH-BISSEXTO
              MOVE 366 TO WS-DIAS-ANO
           ELSE
              MOVE 365 TO WS-DIAS-ANO
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-ACUMULA-INICIAL - BOOKS THE START YEAR'S SHARE.
      ******************************************************************
       2300-ACUMULA-INICIAL.
           ADD WS-DIAS-PARCIAIS TO DDF-DIAS-CORRIDOS.
           IF WS-BISSEXTO-INI = "S"
              ADD WS-DIAS-PARCIAIS TO DDF-DIAS-BISSEXTOS
           ELSE
              ADD WS-DIAS-PARCIAIS TO DDF-DIAS-COMUNS
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DIAS-UTEIS - BUSINESS DAYS AFTER THE START DATE UP TO AND
      *     INCLUDING THE END DATE: SUCCESSIVE WORKDAY NEXT-BUSINESS-
      *     DAY STEPS FROM THE START DATE UNTIL ONE LANDS PAST THE
      *     END DATE.  A WORKDAY FAILURE COMES BACK AS RETORNO "40"
      *     WITH THE CALENDAR-DAY RESULTS STILL FILLED IN.
      ******************************************************************
       3000-DIAS-UTEIS.
           MOVE DDF-DATA-INICIAL TO WS-DATA-CORRENTE.
           MOVE DDF-DATA-FINAL   TO WS-DATA-FINAL-NUM.
           MOVE "N" TO WS-FIM-CONTAGEM.
           PERFORM 3100-PROXIMO-UTIL THRU 3100-EXIT
               UNTIL WS-FIM-CONTAGEM = "S".
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PROXIMO-UTIL - ONE NEXT-BUSINESS-DAY STEP.
      ******************************************************************
       3100-PROXIMO-UTIL.
           MOVE "P"              TO WDY-FUNCAO.
           MOVE WS-DATA-CORRENTE TO WDY-DATA.
           MOVE WS-MODO-JULIANO  TO WDY-MODO-JULIANO.
           MOVE DDF-REGIAO       TO WDY-REGIAO.
           MOVE ZEROS            TO WDY-QTD-DIAS.
           CALL "WORKDAY" USING WORKDAY-PARM.

           IF NOT WDY-OK
              MOVE "40" TO DDF-RETORNO
              MOVE "S"  TO WS-FIM-CONTAGEM
              GO TO 3100-EXIT
           END-IF.

           IF WDY-DATA-RESULTADO > WS-DATA-FINAL-NUM
              MOVE "S" TO WS-FIM-CONTAGEM
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO DDF-DIAS-UTEIS.
           MOVE WDY-DATA-RESULTADO TO WS-DATA-CORRENTE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TRINTA-360 - 30/360 BOND-BASIS DAY COUNT: EVERY MONTH
      *     COUNTS 30 DAYS AND EVERY YEAR 360.
      ******************************************************************
       4000-TRINTA-360.
           MOVE DDF-INI-DIA TO WS-D1.
           MOVE DDF-FIM-DIA TO WS-D2.
           IF WS-D1 = 31
              MOVE 30 TO WS-D1
           END-IF.
           IF WS-D2 = 31 AND WS-D1 = 30
              MOVE 30 TO WS-D2
           END-IF.

           COMPUTE WS-DIAS-30-360 =
               ( 360 * ( DDF-FIM-ANO - DDF-INI-ANO ) )
             + ( 30 * ( DDF-FIM-MES - DDF-INI-MES ) )
             + ( WS-D2 - WS-D1 ).
           IF WS-DIAS-30-360 < ZEROS
              MOVE ZEROS TO WS-DIAS-30-360
           END-IF.
           MOVE WS-DIAS-30-360 TO DDF-DIAS-30-360.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-FRACOES - YEAR FRACTIONS.  ACT/ACT TAKES THE START
      *     YEAR'S SHARE OVER ITS OWN LENGTH, ONE FOR EVERY WHOLE
      *     YEAR IN BETWEEN, AND THE END YEAR'S SHARE OVER ITS OWN
      *     LENGTH - SO A PERIOD ACROSS 29/02 IS SPLIT EXACTLY AT THE
      *     YEAR BOUNDARY.
      ******************************************************************
       5000-FRACOES.
           COMPUTE DDF-FRACAO-ACT-360 ROUNDED =
               DDF-DIAS-CORRIDOS / 360.
           COMPUTE DDF-FRACAO-ACT-365 ROUNDED =
               DDF-DIAS-CORRIDOS / 365.
           COMPUTE DDF-FRACAO-30-360 ROUNDED =
               DDF-DIAS-30-360 / 360.

           IF DDF-INI-ANO = DDF-FIM-ANO
              COMPUTE DDF-FRACAO-ACT-ACT ROUNDED =
                  ( WS-DIA-ANO-FIM - WS-DIA-ANO-INI )
                  / WS-DIAS-ANO-INI
              GO TO 5000-EXIT
           END-IF.

           COMPUTE WS-ANOS-INTEIROS = DDF-FIM-ANO - DDF-INI-ANO - 1.
           COMPUTE DDF-FRACAO-ACT-ACT ROUNDED =
               ( ( WS-DIAS-ANO-INI - WS-DIA-ANO-INI + 1 )
                 / WS-DIAS-ANO-INI )
             + WS-ANOS-INTEIROS
             + ( ( WS-DIA-ANO-FIM - 1 ) / WS-DIAS-ANO-FIM ).
       5000-EXIT.
           EXIT.

       END PROGRAM DATEDIFF.
