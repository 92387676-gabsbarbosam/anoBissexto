      ******************************************************************
      * Copybook:    HISTPARM
      * Author:      GABRIELA B
      * Date:        15/10/2026
      * Purpose:     LINKAGE parameter record for the RUNHLOG
      *              callable subprogram - shared by every batch job
      *              that leaves a run-history record.  The job calls
      *              "I" first thing (RUNHLOG stamps the start time
      *              and clears the rest of the area), fills in the
      *              control-card image and its control totals as the
      *              run goes, and calls "F" with its RETURN-CODE just
      *              before it stops.  Totals a job does not have stay
      *              zero.  RUNLOCK itself calls "T" when a lock is
      *              taken - jobs never do.
      *
      * Modification history
      *   15/10/2026  GB   Original copybook.
      ******************************************************************
       01  RUNHLOG-PARM.
           05  RHL-FUNCAO          PIC X(01).
               88  RHL-INICIO            VALUE "I".
               88  RHL-FIM               VALUE "F".
               88  RHL-TRAVA             VALUE "T".
           05  RHL-PROGRAMA        PIC X(12).
           05  RHL-DATA-INICIO     PIC 9(08).
           05  RHL-HORA-INICIO     PIC 9(08).
           05  RHL-RETORNO         PIC 9(04).
           05  RHL-TOTAIS.
               10  RHL-QTD-LIDOS       PIC 9(08).
               10  RHL-QTD-VALIDOS     PIC 9(08).
               10  RHL-QTD-REJEITADOS  PIC 9(08).
               10  RHL-QTD-EXCECOES    PIC 9(08).
               10  RHL-QTD-ARQUIVADOS  PIC 9(08).
               10  RHL-QTD-RETIDOS     PIC 9(08).
               10  RHL-QTD-GRAVADOS    PIC 9(08).
           05  RHL-RECURSO         PIC X(12).
           05  RHL-CARTAO          PIC X(80).
           05  RHL-STATUS          PIC X(02).
               88  RHL-OK                VALUE "00".
               88  RHL-FUNCAO-ERRADA     VALUE "30".
               88  RHL-ERRO              VALUE "90".
