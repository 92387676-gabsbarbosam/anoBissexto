      *                     the operator to press ENTER again - a
      *                     verdict must never appear without its
      *                     audit entry behind it.
      *   15/10/2026  GB   The audit entry now carries the region,
      *                     the rule LEAPCHK applied and the Julian
      *                     switch of each verdict (new AUDITPARM
      *                     fields), so AUDITREV can re-run it later.
      ******************************************************************
       IDENTIFICATION     DIVISION.
       PROGRAM-ID. ANO-BISSEXTO.
           MOVE WS-ANO         TO ALP-ANO.
           MOVE LC-RESULTADO   TO ALP-RESULTADO.
           MOVE "ANO-BISSEXTO" TO ALP-PROGRAMA.
           MOVE LC-REGIAO       TO ALP-REGIAO.
           MOVE LC-REGRA-USADA  TO ALP-REGRA.
           MOVE LC-MODO-JULIANO TO ALP-JULIANO.
           CALL "AUDITLOG" USING AUDITLOG-PARM.

           MOVE "L"            TO RLK-FUNCAO.
