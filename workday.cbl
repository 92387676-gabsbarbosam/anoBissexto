      *                     ONLY) WITH A CONSOLE WARNING - A SHOP
      *                     WITHOUT REGIONAL CLOSURES STILL GETS THE
      *                     RIGHT WEEKEND ANSWERS.
      *   15/10/2026  GB   A "V" CALL ALSO ANSWERS WDY-EH-FERIADO -
      *                     WHETHER THE DATE IS A LISTED CLOSURE -
      *                     SEPARATELY FROM WDY-EH-UTIL, SO A HOLIDAY
      *                     ON A SATURDAY OR SUNDAY IS STILL REPORTED
      *                     AS A HOLIDAY.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. WORKDAY.
               05  WS-TRAB-DIA     PIC 9(02).
           01  WS-MODO-JULIANO     PIC X(01) VALUE "N".
           01  WS-UTIL             PIC X(01) VALUE "N".
           01  WS-FERIADO          PIC X(01) VALUE "N".
           01  WS-DIA-OK           PIC X(01) VALUE "N".
           01  WS-RESTANTES        PIC 9(04) VALUE ZEROS.
           01  WS-TENTATIVAS       PIC 9(05) VALUE ZEROS.
       0000-MAINLINE.
           MOVE "00"   TO WDY-RETORNO.
           MOVE "N"    TO WDY-EH-UTIL.
           MOVE "N"    TO WDY-EH-FERIADO.
           MOVE ZEROS  TO WDY-DATA-RESULTADO.

           IF NOT WDY-VERIFICA AND NOT WDY-PROXIMO

           IF WDY-VERIFICA
              MOVE WS-UTIL      TO WDY-EH-UTIL
              MOVE WS-FERIADO   TO WDY-EH-FERIADO
              MOVE WS-DATA-TRAB TO WDY-DATA-RESULTADO
           END-IF.
           IF WDY-PROXIMO
      *     LISTED IN HOLIDAYS FOR THE CALLER'S REGION (OR FOR ALL
      *     REGIONS).  AN INVALID DATE - INCLUDING AN UNKNOWN REGION,
      *     WHICH DATECALC ALREADY TREATS AS INVALID - COMES BACK AS
      *     RETORNO "20".  THE CLOSURE TABLE IS SEARCHED BEFORE THE
      *     WEEKEND TEST SO THAT WS-FERIADO ALSO FLAGS A HOLIDAY
      *     FALLING ON A SATURDAY OR SUNDAY.
      ******************************************************************
       1000-TESTA-DIA-UTIL.
           MOVE "N"            TO WS-UTIL.
           MOVE "N"            TO WS-FERIADO.
           MOVE WS-DATA-TRAB   TO DTC-DATA.
           MOVE WS-MODO-JULIANO TO DTC-MODO-JULIANO.
           MOVE WDY-REGIAO     TO DTC-REGIAO.
              GO TO 1000-EXIT
           END-IF.

           MOVE ZEROS TO WS-FER-ACHADO.
           PERFORM 1100-PROCURA-FERIADO THRU 1100-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-FERIADOS.
           IF WS-FER-ACHADO NOT = ZEROS
              MOVE "S" TO WS-FERIADO
              GO TO 1000-EXIT
           END-IF.

           IF DTC-DIA-SEMANA = 1 OR DTC-DIA-SEMANA = 7
              GO TO 1000-EXIT
           END-IF.

           MOVE "S" TO WS-UTIL.
       1000-EXIT.
           EXIT.

           IF WS-RESTANTES = ZEROS
              MOVE WS-DATA-TRAB TO WDY-DATA-RESULTADO
              MOVE WS-UTIL      TO WDY-EH-UTIL
              MOVE WS-FERIADO   TO WDY-EH-FERIADO
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-UM-PASSO-UTIL THRU 4100-EXIT
