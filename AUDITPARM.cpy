      *                     one-shot open/write/close behavior for the
      *                     online screen and any caller not yet
      *                     converted.
      *   15/10/2026  GB   Added ALP-REGIAO, ALP-REGRA and ALP-JULIANO:
      *                     the caller passes the LC-REGIAO,
      *                     LC-REGRA-USADA and LC-MODO-JULIANO the
      *                     verdict was given under, and AUDITLOG
      *                     records them with the entry.
      ******************************************************************
       01  AUDITLOG-PARM.
           05  ALP-FUNCAO          PIC X(01).
           05  ALP-ANO             PIC 9(4).
           05  ALP-RESULTADO       PIC X(01).
           05  ALP-PROGRAMA        PIC X(12).
           05  ALP-REGIAO          PIC X(03).
           05  ALP-REGRA           PIC X(01).
           05  ALP-JULIANO         PIC X(01).
