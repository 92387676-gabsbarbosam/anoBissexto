      ******************************************************************
      * Author: GABRIELA B
      * Date-Written: 15/10/2026
      * Date-Compiled:
      * Installation: SHOP BATCH LIBRARY
      * Purpose: CALLABLE AUDIT-TRAIL CHAIN VALUE - GIVEN THE PREVIOUS
      *          ENTRY'S CHAIN VALUE AND THE FIRST 54 BYTES OF AN
      *          AUDIT ENTRY, RETURNS THE ENTRY'S OWN CHAIN VALUE.
      *          EVERY BYTE IS FOLDED IN BY POSITION, SO CHANGING,
      *          SWAPPING OR MOVING ANY CHARACTER OF THE ENTRY, OR
      *          ANY ENTRY BEFORE IT, CHANGES THE VALUE.  AUDITLOG
      *          STAMPS THE VALUE ON EACH ENTRY AND AUDITVER
      *          RECOMPUTES IT.  THIS IS A CONTROL TOTAL AGAINST
      *          CASUAL ALTERATION, NOT A CIPHER - THE RULE IS IN
      *          THIS SOURCE.
      * Tectonics: cobc
      *
      * Modification history
      *   15/10/2026  GB   Original subprogram.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. AUDENCAD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    THE MODULUS IS THE LARGEST PRIME UNDER 10**12, SO THE VALUE
      *    ALWAYS FITS AUD-ENCADEAMENTO PIC 9(12).
           01  WS-MODULO           PIC 9(12) VALUE 999999999989.
           01  WS-MULTIPLICADOR    PIC 9(03) VALUE 131.
           01  WS-VALOR            PIC 9(12) VALUE ZEROS.
           01  WS-PRODUTO          PIC 9(15) VALUE ZEROS.
           01  WS-QUOCIENTE        PIC 9(15) VALUE ZEROS.
           01  WS-POS              PIC 9(02) VALUE ZEROS.
      *    ONE BYTE OF THE ENTRY, READ AS ITS NUMERIC CODE THROUGH A
      *    TWO-BYTE BINARY WHOSE HIGH BYTE STAYS LOW-VALUE.
           01  WS-BYTE-PAR.
               05  WS-BYTE-ALTO    PIC X(01) VALUE LOW-VALUE.
               05  WS-BYTE-BAIXO   PIC X(01) VALUE LOW-VALUE.
           01  WS-BYTE-NUM REDEFINES WS-BYTE-PAR
                                   PIC 9(04) BINARY.
       LINKAGE SECTION.
           COPY ENCDPARM.
       PROCEDURE DIVISION USING AUDENCAD-PARM.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE ZEROS TO WS-VALOR.
           IF ENC-ANTERIOR IS NUMERIC
              MOVE ENC-ANTERIOR TO WS-VALOR
           END-IF.

           PERFORM 1000-SOMA-BYTE THRU 1000-EXIT
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 54.

           MOVE WS-VALOR TO ENC-RESULTADO.
           GOBACK.

      ******************************************************************
      * 1000-SOMA-BYTE - FOLD ONE BYTE AND ITS POSITION INTO THE VALUE
      ******************************************************************
       1000-SOMA-BYTE.
           MOVE LOW-VALUE TO WS-BYTE-ALTO.
           MOVE ENC-CONTEUDO (WS-POS:1) TO WS-BYTE-BAIXO.
           COMPUTE WS-PRODUTO = WS-VALOR * WS-MULTIPLICADOR
                              + WS-BYTE-NUM + WS-POS.
           DIVIDE WS-PRODUTO BY WS-MODULO
               GIVING WS-QUOCIENTE REMAINDER WS-VALOR.
       1000-EXIT.
           EXIT.

       END PROGRAM AUDENCAD.
